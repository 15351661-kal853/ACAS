*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyxreg.
*>**
*>    Functions Used:
*>                      CURRENT-DATE, INTEGER-OF-DATE, NUMVAL, TEST-NUMVAL.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY892 - 893, PY445 - 447, PY468.
*>**
*> Changes:
*> 02/09/26 vbc - 1.0.00 Created.
*>                       / rejected, never trampled) and journal
*>                       their rewrites (after image, pyjrnl) for
*>                       pyroll's roll-forward.
*> 15/10/26 vbc - 1.0.02 The case export is refused for a training
*>                       company (PY-PR9-Training, built by pytrain).
*>                       New msg PY468.
*> 15/10/26 vbc - 1.0.03 The case export is registered on the outbound
*>                       release log (pyxreg) once closed - held until a
*>                       supervisor releases it in pyxmit, a rebuild of one
*>                       already released shown as a possible duplicate.
*>                       New msgs PY445 - 447.
*>
*>**
*>*************************************************************************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(19) value "pyeverify (1.0.03)".  *> First release pre testing.
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
     03  WS-Cnt-Rejected     pic 9(5)     value zero.
     03  WS-Cnt-Lapsing      pic 9(5)     value zero.
     03  WS-Disp-Cnt         pic zzzz9.
*>
 copy "wspyxreq.cob".
*>
 01  Error-Messages.
*> System Wide
*>
     03  PY892           pic x(49) value "PY892 Results import file not found - everifyr".
     03  PY893           pic x(44) value "PY893 Rejected result line - employee/code".
     03  PY468           pic x(69) value "PY468 Training company - no file is produced for the bank or agencies".
     03  PY445           pic x(59) value "PY445 File held for supervisor release (pyxmit) - log entry".
     03  PY446           pic x(56) value "PY446 POSSIBLE DUPLICATE - already released as log entry".
     03  PY447           pic x(57) value "PY447 File NOT logged for release - pyxmt.dat unavailable".
*>
 01  Error-Code          pic 999.
 01  WS-Co-Code           pic 9(03)  value 1.  *> Which company's params/employees this run uses
*>
*> Every new hire with no case yet, started on/after the keyed date
*> - exported in the web-upload layout and marked Submitted.
*>
*> Nothing for outside is produced for a training company (pytrain).
*>
     if       PY-PR9-Training = "Y"
              display  PY468    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58 AUTO
              go to    ba000-Exit
     end-if.
*>
     display  "Hired on/after (ccyymmdd) [        ]" at line 6 col 1.
     move     zero to WS-From-Date.
*>
 ba090-Done.
     close    PY-EVerify-Out-File.
     perform  zz080-Log-Outbound.
     move     WS-Cnt-Exported to WS-Disp-Cnt.
     display  "Cases exported : " at line 10 col 1 with erase eos.
     display  WS-Disp-Cnt         at line 10 col 19.
     accept   WS-Reply at line WS-Lines col 58.
*>
 da000-Exit.  exit section.
*>
 zz080-Log-Outbound          section.
*>**********************************
*>
*> The E-Verify case export goes on the outbound release log and is
*> held there until a Supervisor or Admin releases it in pyxmit - only
*> the send copy that makes is to go to E-Verify. The hash is the count
*> of cases as the export carries no money.
*>
     if       WS-Cnt-Exported = zero
              go to    zz080-Exit.
     initialize PY-Xmt-Request.
     move     "R"        to Xreq-Action.
     move     "EVERIFY"  to Xreq-Type.
     move     prog-name  to Xreq-Prog.
     move     File-122   to Xreq-File-Name.
     move     WS-Today-YMD to Xreq-Period.
     move     WS-Cnt-Exported to Xreq-Hash.
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
