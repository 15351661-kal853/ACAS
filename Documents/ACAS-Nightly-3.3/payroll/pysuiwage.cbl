*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyxreg.
*>**
*>    Functions Used:
*>                      CURRENT-DATE.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 3, PY897 - 898, PY445 - 447, PY468.
*>**
*> Changes:
*> 22/08/26 vbc - 1.0.00 Created.
*>                       company-wide Ded-CO-SUI fields, matching what
*>                       pyapply accrues.
*>
*> 15/10/26 vbc - 1.0.03 The SUI wage file is registered on the outbound
*>                       release log (pyxreg) once closed - held until a
*>                       supervisor releases it in pyxmit, a rebuild of one
*>                       already released shown as a possible duplicate.
*>                       New msgs PY445 - 447.
*> 15/10/26 vbc - 1.0.04 Refused for a training company (PY-PR9-
*>                       Training, built by pytrain) - nothing for
*>                       outside is produced from practice data.
*>                       New msg PY468.
*>**
*>*************************************************************************
*> Copyright Notice.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pysuiwage(1.0.04)".  *> First release pre testing.
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
     03  WS-Tot-SUI-Liab     pic s9(8)v99 comp-3  value zero.
     03  WS-Liab-Diff        pic s9(8)v99 comp-3  value zero.
     03  WS-Tie-Flag         pic x(28)    value spaces.
*>
 copy "wspyxreq.cob".
*>
 01  Error-Messages.
*> System Wide
*>
     03  PY897           pic x(52) value "PY897 System Deduction file missing - run py900 1st".
     03  PY898           pic x(44) value "PY898 Company History file missing/in error".
     03  PY445           pic x(59) value "PY445 File held for supervisor release (pyxmit) - log entry".
     03  PY446           pic x(56) value "PY446 POSSIBLE DUPLICATE - already released as log entry".
     03  PY447           pic x(57) value "PY447 File NOT logged for release - pyxmt.dat unavailable".
     03  PY468           pic x(69) value "PY468 Training company - no file is produced for the bank or agencies".
*>
 01  Error-Code          pic 999.
 01  WS-Co-Code           pic 9(03)  value 1.  *> Which company's params/employees/history this run uses
              close    PY-Param1-File
              goback   returning 6
     end-if.
*>
*> A training company (pytrain) never produces a file for outside.
*>
     if       PY-PR9-Training = "Y"
              display  PY468         at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY001         at line WS-Lines    col 1
              accept   WS-Reply      at line WS-Lines    col 48 AUTO
              close    PY-Param1-File
              goback   returning 9
     end-if.
     close    PY-Param1-File.             *> Record still in WS area
     display  space at line WS-Lines col 1 with erase eol.
*>
     perform  ba000-Wage-Pass.
*>
     close    PY-SUI-Wage-File.
     perform  zz080-Log-Outbound.
     if       Page-Counter > zero
              close Print-File
              call     "SYSTEM" using Print-Report  *> Landscape
              move     "*** DOES NOT TIE - CHECK ***" to WS-Tie-Flag.
*>
 bc000-Exit.  exit section.
*>
 zz080-Log-Outbound          section.
*>**********************************
*>
*> The SUI wage file goes on the outbound release log and is held there
*> until a Supervisor or Admin releases it in pyxmit - only the send
*> copy that makes is to go to the bank / agency.
*>
     initialize PY-Xmt-Request.
     move     "R"        to Xreq-Action.
     move     "SUIWAGE"  to Xreq-Type.
     move     prog-name  to Xreq-Prog.
     move     File-70    to Xreq-File-Name.
     move     WS-Year    to Xreq-Period (1:4).
     move     " Q"       to Xreq-Period (5:2).
     move     WS-Quarter to Xreq-Period (7:1).
     move     WS-Tot-Wages to Xreq-Hash.
     call     "pyxreg" using PY-Xmt-Request WS-Calling-Data File-Defs.
     if       Xreq-Result not = zero
              display  PY447       at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to    zz080-Wait.
     if       Xreq-Dup = "Y"
              display  PY446       at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  Xreq-Dup-Of at line WS-23-Lines col 58 foreground-color 4
              go to    zz080-Wait.
     display  PY445    at line WS-23-Lines col 1 foreground-color 2 erase eol.
     display  Xreq-Seq at line WS-23-Lines col 62 foreground-color 2.
*>
 zz080-Wait.
     display  SY015    at line WS-Lines col 1.
     accept   WS-Reply at line WS-Lines col 58.
*>
 zz080-Exit.  exit section.
