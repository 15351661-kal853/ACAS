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
*>                      PY001 - 2, PY820 - 822, PY445 - 447, PY468.
*>**
*> Changes:
*> 02/09/26 vbc - 1.0.00 Created.
*>                       journaled (after image, pyjrnl) for pyroll's
*>                       roll-forward - same discipline as pyvoid.
*>                       See zz050.
*> 15/10/26 vbc - 1.0.02 Refused for a training company (PY-PR9-
*>                       Training, built by pytrain) - nothing for
*>                       outside is produced from practice data.
*>                       New msg PY468.
*> 15/10/26 vbc - 1.0.03 The reversal file is registered on the outbound
*>                       release log (pyxreg) once closed - held until a
*>                       supervisor releases it in pyxmit, one already
*>                       released for the run shown as a possible
*>                       duplicate. New msgs PY445 - 447.
*>
*>**
*>*************************************************************************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pyachrev (1.0.03)".  *> First release pre testing.
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
     03  WS-Disp-Cnt         pic zzzz9.
     03  WS-Disp-Amt         pic z(8)9.99.
     03  WS-Vda-Time-W       pic 9(8)     value zero.
*>
 copy "wspyxreq.cob".
*>
 01  Error-Messages.
*> System Wide
     03  PY820           pic x(52) value "PY820 ACH / Direct Deposit not enabled for company -".
     03  PY821           pic x(51) value "PY821 No reversible ACH entries found for that run".
     03  PY822           pic x(44) value "PY822 Check history file missing - Aborting".
     03  PY468           pic x(69) value "PY468 Training company - no file is produced for the bank or agencies".
     03  PY445           pic x(59) value "PY445 File held for supervisor release (pyxmit) - log entry".
     03  PY446           pic x(56) value "PY446 POSSIBLE DUPLICATE - already released as log entry".
     03  PY447           pic x(57) value "PY447 File NOT logged for release - pyxmt.dat unavailable".
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
     display  space at line WS-Lines col 1 with erase eol.
*>
     if       PY-PR3-ACH-Used not = "Y"
     perform  ab090-Write-Batch-Control.
     perform  ab095-Write-File-Control.
     close    PY-ACH-Reversal-File.
     perform  zz080-Log-Outbound.
*>
     rewrite  PY-Param1-Record.               *> File Id Modifier advanced
     move     "PYPR1"          to Jnq-File-Id.
     end-if.
*>
 ab095-Exit.  exit section.
*>
 zz080-Log-Outbound          section.
*>**********************************
*>
*> The reversal file goes on the outbound release log and is held
*> there until a Supervisor or Admin releases it in pyxmit - only the
*> send copy that makes is to go to the bank, so a reversal already
*> released is flagged before it can debit the employees twice.
*>
     if       WS-Rev-Chk-Cnt = zero
              go to    zz080-Exit.
     initialize PY-Xmt-Request.
     move     "R"        to Xreq-Action.
     move     "ACHREV"   to Xreq-Type.
     move     prog-name  to Xreq-Prog.
     move     File-109   to Xreq-File-Name.
     move     WS-Rev-Date to Xreq-Period.
     move     WS-Ach-Total-Debit to Xreq-Hash.
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
*>
