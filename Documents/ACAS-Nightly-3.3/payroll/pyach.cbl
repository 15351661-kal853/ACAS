*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyxreg.
*>**
*>    Functions Used:
*>                      None.
*> System wide:
*>                      SY001, 10, 13, 14 & 15.
*> Program specific:
*>                      PY001 - 5, PY811 & PY812, PY445 - 447, PY468.
*>**
*> Changes:
*> 09/08/26 vbc - 1.0.00 Created - Started coding from pyrgstr.
*> 02/09/26 vbc - 1.0.01 Night mode (pynight, WS-CD-Args byte 10 =
*>                       "N") - the company prompt answers itself
*>                       from the driver's args.
*> 15/10/26 vbc - 1.0.02 The NACHA file is registered on the outbound
*>                       release log (pyxreg) once closed - held until a
*>                       supervisor releases it in pyxmit, a rebuild of one
*>                       already released shown as a possible duplicate.
*>                       New msgs PY445 - 447.
*> 15/10/26 vbc - 1.0.03 Operator passed to pyrunctl so every step stamp
*>                       is logged for the segregation of duties report.
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
 77  prog-name               pic x(17) value "pyach   (1.0.04)".  *> First release pre testing.
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
     03  hd-mm               pic xx.
     03  hd-ss               pic xx.
     03  hd-uu               pic xx.
*>
 copy "wspyxreq.cob".
*>
 01  Error-Messages.
*> System Wide
     03  PY005           pic x(53) value "PY005 Employee record not found on reading Chk Rec - ".
     03  PY811           pic x(52) value "PY811 ACH / Direct Deposit not enabled for company -".
     03  PY812           pic x(46) value "PY812 No Direct Deposit employees found on run".
     03  PY445           pic x(59) value "PY445 File held for supervisor release (pyxmit) - log entry".
     03  PY446           pic x(56) value "PY446 POSSIBLE DUPLICATE - already released as log entry".
     03  PY447           pic x(57) value "PY447 File NOT logged for release - pyxmt.dat unavailable".
     03  PY468           pic x(69) value "PY468 Training company - no file is produced for the bank or agencies".
*>
 01  Error-Code          pic 999.
 01  WS-Co-Code           pic 9(03)  value 1.  *> Which company's params/employees/history this run uses
              move     1 to WS-Term-Code
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
              move     1 to WS-Term-Code
              goback   returning 9
     end-if.
*>
     perform  ab045-Advance-Ach-File-Id.
     rewrite  PY-Param1-Record.
*> the pyrunstat supervisor screen.
*>
     move     "S"  to Runq-Action.
     move     WS-CD-Args (1:8) to Runq-Operator.
     move     6    to Runq-Step.
     call     "pyrunctl" using PY-Run-Request File-Defs.
     if       Runq-Result = 1
     close    PY-Employee-File.
     close    PY-Check-File.
     close    PY-ACH-File.
     perform  zz080-Log-Outbound.
*>
     if       WS-Ach-Entry-Cnt = zero
              display  PY812          at line WS-23-Lines col 1 foreground-color 4 erase eos
     end-if.
*>
     move     "F"  to Runq-Action.
     move     WS-CD-Args (1:8) to Runq-Operator.
     move     6    to Runq-Step.
     call     "pyrunctl" using PY-Run-Request File-Defs.
     if       WS-Ach-Prenote-Cnt > zero or WS-Ach-Held-Cnt > zero
*>
 ab095-Exit.  exit section.
*>
 zz080-Log-Outbound          section.
*>**********************************
*>
*> The NACHA file goes on the outbound release log and is held there
*> until a Supervisor or Admin releases it in pyxmit - only the send
*> copy that makes is to go to the bank / agency.
*>
     if       WS-Ach-Entry-Cnt = zero
              go to    zz080-Exit.
     initialize PY-Xmt-Request.
     move     "R"        to Xreq-Action.
     move     "ACH"      to Xreq-Type.
     move     prog-name  to Xreq-Prog.
     move     File-59    to Xreq-File-Name.
     move     PY-PR2-Check-Date to Xreq-Period.
     add      WS-Ach-Total-Credit WS-Ach-Total-Debit giving Xreq-Hash.
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
     if       WS-CD-Args (10:1) not = "N"              *> pynight - no prompt
              display  SY015    at line WS-Lines col 1
              accept   WS-Reply at line WS-Lines col 58.
*>
 zz080-Exit.  exit section.
