*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyrunctl, pyxreg.
*>**
*>    Functions Used:
*>                      None.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY815 - 816, PY445 - 447, PY468.
*>**
*> Changes:
*> 02/09/26 vbc - 1.0.00 Created.
*>
*> 15/10/26 vbc - 1.0.01 The funding file is registered on the outbound
*>                       release log (pyxreg) once closed - held until a
*>                       supervisor releases it in pyxmit, a rebuild of one
*>                       already released shown as a possible duplicate.
*>                       New msgs PY445 - 447.
*> 15/10/26 vbc - 1.0.02 Refused for a training company (PY-PR9-
*>                       Training, built by pytrain) - nothing for
*>                       outside is produced from practice data.
*>                       New msg PY468.
*>**
*>*************************************************************************
*> Copyright Notice.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pypaycard(1.0.02)".  *> First release pre testing.
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
     03  WS-Tot-Funding      pic s9(9)v99 comp-3 value zero.
     03  WS-Disp-Cnt         pic zzzzz9.
     03  WS-Disp-Amt         pic z(8)9.99.
*>
 copy "wspyxreq.cob".
*>
 01  Error-Messages.
*> System Wide
*>
     03  PY815           pic x(56) value "PY815 Register step not finished for this run - pyrgstr".
     03  PY816           pic x(43) value "PY816 Check file not found / no run applied".
     03  PY445           pic x(59) value "PY445 File held for supervisor release (pyxmit) - log entry".
     03  PY446           pic x(56) value "PY446 POSSIBLE DUPLICATE - already released as log entry".
     03  PY447           pic x(57) value "PY447 File NOT logged for release - pyxmt.dat unavailable".
     03  PY468           pic x(69) value "PY468 Training company - no file is produced for the bank or agencies".
*>
 01  Error-Code          pic 999.
 01  WS-Co-Code           pic 9(03)  value 1.  *> Which company's params/employees/checks this run uses
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
     write    PY-Paycard-Record.
*>
     close    PY-Paycard-File.
     perform  zz080-Log-Outbound.
*>
     move     WS-Cnt-Lines to WS-Disp-Cnt.
     display  "Paycards funded   : " at line 8 col 5 with erase eos.
     end-perform.
*>
 ba000-Exit.  exit section.
*>
 zz080-Log-Outbound          section.
*>**********************************
*>
*> The funding file goes on the outbound release log and is held there
*> until a Supervisor or Admin releases it in pyxmit - only the send
*> copy that makes is to go to the bank / agency.
*>
     initialize PY-Xmt-Request.
     move     "R"        to Xreq-Action.
     move     "PAYCARD"  to Xreq-Type.
     move     prog-name  to Xreq-Prog.
     move     File-108   to Xreq-File-Name.
     move     PY-PR2-Check-Date to Xreq-Period.
     move     WS-Tot-Funding to Xreq-Hash.
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
