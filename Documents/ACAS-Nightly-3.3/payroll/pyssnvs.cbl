*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyxreg.
*>**
*>    Functions Used:
*>                      CURRENT-DATE, NUMVAL.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 3, PY852 - 853, PY445 - 447, PY468.
*>**
*> Changes:
*> 22/08/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 The export is refused for a training company
*>                       (PY-PR9-Training, built by pytrain) - the
*>                       import and reports still run. New msg PY468.
*> 15/10/26 vbc - 1.0.02 The SSNVS extract is registered on the outbound
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
 77  prog-name               pic x(18) value "pyssnvs  (1.0.02)".  *> First release pre testing.
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
     03  WS-Function         pic x        value space.
     03  WS-Scope            pic x        value "N".   *> N = new hires, A = all
     03  WS-Exported         pic 9(5)     value zero.
     03  WS-Today-YMD        pic 9(8)     value zero.
     03  WS-Verified         pic 9(5)     value zero.
     03  WS-Failed           pic 9(5)     value zero.
     03  WS-Disp-Cnt         pic zzzz9.
     03  WS-Name-Last        pic x(13)    value spaces.
     03  WS-Name-First       pic x(10)    value spaces.
     03  WS-Name-Middle      pic x(7)     value spaces.
*>
 copy "wspyxreq.cob".
*>
 01  Error-Messages.
*> System Wide
*>
     03  PY852           pic x(47) value "PY852 SSA response file not found - aborting -".
     03  PY853           pic x(48) value "PY853 Response SSN not on the employee file - ".
     03  PY468           pic x(69) value "PY468 Training company - no file is produced for the bank or agencies".
     03  PY445           pic x(59) value "PY445 File held for supervisor release (pyxmit) - log entry".
     03  PY446           pic x(56) value "PY446 POSSIBLE DUPLICATE - already released as log entry".
     03  PY447           pic x(57) value "PY447 File NOT logged for release - pyxmt.dat unavailable".
*>
 01  Error-Code          pic 999.
 01  WS-Co-Code           pic 9(03)  value 1.  *> Which company's params/employees this run uses
*>
 ba000-Export                section.
*>**********************************
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
     display  "N = New hires (never submitted), A = All roster [ ]" at 0701.
     move     "N" to WS-Scope.
*>
 ba000-Done.
     close    PY-SSNVS-Out-File.
     perform  zz080-Log-Outbound.
     move     WS-Exported to WS-Disp-Cnt.
     display  "Employees exported : " at line 10 col 5 with erase eos.
     display  WS-Disp-Cnt             at line 10 col 27.
     end-perform.
*>
 cb000-Exit.  exit section.
*>
 zz080-Log-Outbound          section.
*>**********************************
*>
*> The SSNVS extract goes on the outbound release log and is held
*> there until a Supervisor or Admin releases it in pyxmit - only the
*> send copy that makes is to go to the SSA. The hash is the count of
*> employees as the extract carries no money.
*>
     if       WS-Exported = zero
              go to    zz080-Exit.
     initialize PY-Xmt-Request.
     move     "R"        to Xreq-Action.
     move     "SSNVS"    to Xreq-Type.
     move     prog-name  to Xreq-Prog.
     move     File-93    to Xreq-File-Name.
     accept   WS-Today-YMD from date YYYYMMDD.
     move     WS-Today-YMD to Xreq-Period.
     move     WS-Exported to Xreq-Hash.
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
