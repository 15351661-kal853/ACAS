*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyireg  - inbound file registry / record images.
*>**
*>    Functions Used:
*>                      CURRENT-DATE, NUMVAL.
*>                      pypr1.   Params.
*>                      pyemp.   Employee Master - I-O.
*>                      pyachret.csv  Bank return/NOC extract - Input.
*>                      pyimr / pyimi via pyireg.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 3, PY790 - 793, PY454 - 456.
*>**
*> Changes:
*> 22/08/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 The return file is checked against the inbound
*>                       file registry (pyireg) before it is applied -
*>                       one already imported is refused unless an
*>                       Admin overrides it with a reason - and every
*>                       employee record changed is imaged so
*>                       pyinbound can back the import out.
*>                       New msgs PY454 - 456.
*>
*>**
*>*************************************************************************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pyachret (1.0.01)".
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wspyirq.cob".
*>
 copy "Test-Data-Flags.cob".           *> set sw-Testing to zero to stop logging.
*>
     03  PY-PR1-Status       pic xx.
     03  PY-Emp-Status       pic xx.
     03  PY-Acr-Status       pic xx.
     03  WS-Imp-Refused      pic x        value "N".
*>
     03  WS-Eval-Msg         pic x(25)    value spaces.
     03  WS-Env-Columns      pic 999      value zero.
     03  PY791           pic x(40) value "PY791 Unparseable line skipped, line no".
     03  PY792           pic x(41) value "PY792 Employee not on file for line no ".
     03  PY793           pic x(52) value "PY793 No matching DD entry for the account, line no".
     03  PY454           pic x(60) value "PY454 File already imported by this program - registry entry".
     03  PY455           pic x(64) value "PY455 Duplicate import refused - only an Admin may take it again".
     03  PY456           pic x(47) value "PY456 No override reason given - import refused".
*>
 01  Error-Code          pic 999.
 01  WS-Co-Code           pic 9(03)  value 1.  *> Which company's params/employees this run uses
              close    PY-ACH-Return-File PY-Employee-File
              goback   returning 2
     end-if.
*>
     perform  zz090-Check-Inbound.
     if       WS-Imp-Refused = "Y"
              close    PY-ACH-Return-File PY-Employee-File
              goback   returning 2
     end-if.
*>
     open     output Print-File.
     initiate Ach-Return-Register.
*>
     perform  zz092-Open-Inbound.
     perform  ab010-Import-Pass.
     perform  zz095-Finish-Inbound.
*>
     terminate Ach-Return-Register.
     close    Print-File.
*>
     move     "F" to Emp-DD-Prenote-Stat (WS-Acr-Slot).
     move     "C" to Emp-Pay-Method.
     perform  zz091-Image-Emp.
     rewrite  PY-Employee-Record.
     add      1 to WS-Returns-Applied.
     add      WS-Acr-Amount to WS-Tot-Owed.
              move     WS-Acr-F7 to Emp-DD-Acct-No (WS-Acr-Slot).
     move     space to Emp-DD-Prenote-Stat (WS-Acr-Slot).
     move     zero  to Emp-DD-Prenote-Date (WS-Acr-Slot).
     perform  zz091-Image-Emp.
     rewrite  PY-Employee-Record.
     add      1 to WS-NOCs-Applied.
     move     "NOC applied, will prenote " to WS-Rg-Action.
*>
 ab050-Exit.  exit section.
*>
 zz090-Check-Inbound         section.
*>**********************************
*>
*> The ACH return file is fingerprinted against the inbound registry
*> before anything is loaded - one this program has already imported
*> (and not backed out) is refused unless an Admin takes it again
*> and says why. Never in night mode.
*>
     move     "N" to WS-Imp-Refused.
     initialize PY-Import-Request.
     move     "C"        to Irq-Action.
     move     prog-name  to Irq-Prog.
     move     File-75    to Irq-File-Name.
     call     "pyireg" using PY-Import-Request WS-Calling-Data File-Defs.
     if       Irq-Result not = zero
        or    Irq-Dup not = "Y"
              go to    zz090-Exit.
     display  PY454      at line WS-23-Lines col 1 foreground-color 4 erase eos.
     display  Irq-Dup-Of at line WS-23-Lines col 62 foreground-color 4.
     if       WS-CD-Args (9:1) not = "A"
        or    WS-CD-Args (10:1) = "N"
              display  PY455    at line WS-22-Lines col 1 foreground-color 4 erase eol
              move     "Y" to WS-Imp-Refused
              go to    zz090-Wait.
     display  "Import this file again (Y/N) [ ]" at line WS-22-Lines col 1 with erase eol.
     move     "N" to WS-Reply.
     accept   WS-Reply at line WS-22-Lines col 32 with UPPER.
     if       WS-Reply not = "Y"
              move     "Y" to WS-Imp-Refused
              go to    zz090-Exit.
     display  "Override reason - " at line WS-22-Lines col 1 with erase eol.
     move     spaces to Irq-Override-Reason.
     accept   Irq-Override-Reason at line WS-22-Lines col 19.
     if       Irq-Override-Reason not = spaces
              go to    zz090-Exit.
     display  PY456    at line WS-22-Lines col 1 foreground-color 4 erase eol.
     move     "Y" to WS-Imp-Refused.
*>
 zz090-Wait.
     if       WS-CD-Args (10:1) not = "N"
              display  SY015    at line WS-Lines col 1
              accept   WS-Reply at line WS-Lines col 48 AUTO
     end-if.
*>
 zz090-Exit.  exit section.
*>
 zz092-Open-Inbound          section.
*>**********************************
*>
*> Registers the import In Progress - from here every record written
*> or rewritten is imaged so pyinbound can back the import out.
*>
     move     "O" to Irq-Action.
     call     "pyireg" using PY-Import-Request WS-Calling-Data File-Defs.
     if       Irq-Result not = zero
              move     zero to Irq-Seq.
*>
 zz092-Exit.  exit section.
*>
 zz093-Log-Image             section.
*>**********************************
*>
     move     "I" to Irq-Action.
     call     "pyireg" using PY-Import-Request WS-Calling-Data File-Defs.
*>
 zz093-Exit.  exit section.
*>
 zz091-Image-Emp             section.
*>**********************************
*>
*> Before and after image of the PYEMP record about to be written
*> or rewritten - the caller has the new record built.
*>
     if       Irq-Seq = zero
              go to    zz091-Exit.
     move     PY-Employee-Record to Irq-After.
     move     "PYEMP" to Irq-File-Id.
     move     Emp-No to Irq-Rec-Key.
     read     PY-Employee-File key Emp-No
              invalid key
                       move     "W"    to Irq-Img-Action
                       move     spaces to Irq-Before
              not invalid key
                       move     "R"    to Irq-Img-Action
                       move     PY-Employee-Record to Irq-Before
     end-read.
     move     Irq-After to PY-Employee-Record.
     perform  zz093-Log-Image.
*>
 zz091-Exit.  exit section.
*>
 zz095-Finish-Inbound        section.
*>**********************************
*>
*> Counts and control totals on the registry entry, marked Complete.
*>
     if       Irq-Seq = zero
              go to    zz095-Exit.
     move     "F" to Irq-Action.
     add      WS-Returns-Applied WS-NOCs-Applied giving Irq-Loaded.
     move     WS-Lines-Bad to Irq-Rejected.
     move     WS-Tot-Owed  to Irq-Control-Total.
     call     "pyireg" using PY-Import-Request WS-Calling-Data File-Defs.
*>
 zz095-Exit.  exit section.
*>
