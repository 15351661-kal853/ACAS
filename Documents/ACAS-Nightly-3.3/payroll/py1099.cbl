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
*>                      PY001 - 2, PY879, PY445 - 447, PY468.
*>**
*> Changes:
*> 02/09/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 Refused for a training company (PY-PR9-
*>                       Training, built by pytrain) - nothing for
*>                       outside is produced from practice data.
*>                       New msg PY468.
*> 15/10/26 vbc - 1.0.02 The FIRE file is registered on the outbound
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
 77  prog-name               pic x(17) value "py1099   (1.0.02)".  *> First release pre testing.
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
*>
     03  WS-Tax-Year         pic 9(4)     value zero.
     03  WS-B-Count          pic 9(6)     value zero.
     03  WS-B-Total          pic 9(11)v99 value zero.   *> B record amounts
     03  WS-Zero-YTD         pic x        value "N".
*>
*> One 1099's figures for both the print line and the B record.
     03  WS-Rl-Zip           pic x(10)    value spaces.
     03  WS-Rl-Amount        pic s9(9)v99 comp-3 value zero.
     03  WS-Rl-Box           pic 99       value zero.
*>
 copy "wspyxreq.cob".
*>
 01  Error-Messages.
*> System Wide
*> Program specific
*>
     03  PY879           pic x(48) value "PY879 Nothing 1099-reportable found for the year".
     03  PY468           pic x(69) value "PY468 Training company - no file is produced for the bank or agencies".
     03  PY445           pic x(59) value "PY445 File held for supervisor release (pyxmit) - log entry".
     03  PY446           pic x(56) value "PY446 POSSIBLE DUPLICATE - already released as log entry".
     03  PY447           pic x(57) value "PY447 File NOT logged for release - pyxmt.dat unavailable".
*>
 01  Error-Code          pic 999.
 01  WS-Co-Code           pic 9(03)  value 1.  *> Which company's params/employees this run uses
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
     move     WS-B-Count to F99-Count.
     write    PY-1099-Record.
     close    PY-1099-File.
     perform  zz080-Log-Outbound.
*>
     if       WS-B-Count = zero
              display  PY879 at line WS-23-Lines col 1 foreground-color 4 erase eos.
     move     WS-Rl-Box     to F99-Box.
     write    PY-1099-Record.
     add      1 to WS-B-Count.
     add      WS-Rl-Amount to WS-B-Total.
*>
 bz000-Exit.  exit section.
*>
 zz080-Log-Outbound          section.
*>**********************************
*>
*> The FIRE 1099 file goes on the outbound release log and is held
*> there until a Supervisor or Admin releases it in pyxmit - only the
*> send copy that makes is to go to the IRS.
*>
     if       WS-B-Count = zero
              go to    zz080-Exit.
     initialize PY-Xmt-Request.
     move     "R"        to Xreq-Action.
     move     "F1099"    to Xreq-Type.
     move     prog-name  to Xreq-Prog.
     move     File-118   to Xreq-File-Name.
     move     WS-Tax-Year to Xreq-Period.
     move     WS-B-Total  to Xreq-Hash.
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
