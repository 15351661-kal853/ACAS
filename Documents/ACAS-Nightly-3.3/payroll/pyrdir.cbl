*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyireg  - inbound file registry / record images.
*>**
*>    Functions Used:
*>                      MOD, NUMVAL, TEST-NUMVAL.
*>                      pypr1.     Params.
*>                      pyrdir.dat Routing Directory - I-O.
*>                      pyrdir.csv Published list - Input.
*>                      pyimr / pyimi via pyireg.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY825 - 826, PY454 - 456.
*>**
*> Changes:
*> 02/09/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 The published list is checked against the
*>                       inbound file registry (pyireg) before it is
*>                       loaded - one already imported is refused
*>                       unless an Admin overrides it with a reason -
*>                       and every directory entry written or refreshed
*>                       is imaged so pyinbound can back the load out.
*>                       New msgs PY454 - 456.
*>
*>**
*>*************************************************************************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyrdir   (1.0.01)".
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wspyirq.cob".
*>
 copy "Test-Data-Flags.cob".           *> set sw-Testing to zero to stop logging.
*>
     03  PY-PR1-Status       pic xx.
     03  PY-Rdr-Status       pic xx.
     03  PY-Rdi-Status       pic xx.
     03  WS-Imp-Refused      pic x        value "N".
*>
     03  WS-Eval-Msg         pic x(25)    value spaces.
     03  WS-Env-Columns      pic 999      value zero.
*>
     03  PY825           pic x(50) value "PY825 Routing list import file not found - pyrdir".
     03  PY826           pic x(45) value "PY826 Routing number not in the directory".
     03  PY454           pic x(60) value "PY454 File already imported by this program - registry entry".
     03  PY455           pic x(64) value "PY455 Duplicate import refused - only an Admin may take it again".
     03  PY456           pic x(47) value "PY456 No override reason given - import refused".
*>
 01  Error-Code          pic 999.
 01  WS-Co-Code           pic 9(03)  value 1.  *> Which company's params this run uses
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58 AUTO
              go to    ba000-Exit.
     perform  zz090-Check-Inbound.
     if       WS-Imp-Refused = "Y"
              close    PY-Routing-Imp-File
              go to    ba000-Exit.
     perform  zz092-Open-Inbound.
     move     zero to WS-Cnt-Loaded WS-Cnt-Rejected.
     perform  forever
              read     PY-Routing-Imp-File at end
              end-if
              perform  ba010-Load-One-Line
     end-perform.
     perform  zz095-Finish-Inbound.
     close    PY-Routing-Imp-File.
*>
     move     WS-Cnt-Loaded to WS-Disp-Cnt.
     move     WS-Fld-Name   to Rdr-Bank-Name.
     move     WS-Fld-City   to Rdr-City.
     move     WS-Fld-State  to Rdr-State.
     perform  zz091-Image-Rdr.
     write    PY-Routing-Dir-Record
              invalid key
                       rewrite PY-Routing-Dir-Record
     accept   WS-Reply at line WS-Lines col 58.
*>
 ca000-Exit.  exit section.
*>
 zz090-Check-Inbound         section.
*>**********************************
*>
*> The routing list file is fingerprinted against the inbound registry
*> before anything is loaded - one this program has already imported
*> (and not backed out) is refused unless an Admin takes it again
*> and says why. Never in night mode.
*>
     move     "N" to WS-Imp-Refused.
     initialize PY-Import-Request.
     move     "C"        to Irq-Action.
     move     prog-name  to Irq-Prog.
     move     File-111   to Irq-File-Name.
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
 zz091-Image-Rdr             section.
*>**********************************
*>
*> Before and after image of the PYRDR record about to be written
*> or rewritten - the caller has the new record built.
*>
     if       Irq-Seq = zero
              go to    zz091-Exit.
     move     PY-Routing-Dir-Record to Irq-After.
     move     "PYRDR" to Irq-File-Id.
     move     Rdr-Route-No to Irq-Rec-Key.
     read     PY-Routing-Dir-File key Rdr-Route-No
              invalid key
                       move     "W"    to Irq-Img-Action
                       move     spaces to Irq-Before
              not invalid key
                       move     "R"    to Irq-Img-Action
                       move     PY-Routing-Dir-Record to Irq-Before
     end-read.
     move     Irq-After to PY-Routing-Dir-Record.
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
     move     WS-Cnt-Loaded   to Irq-Loaded.
     move     WS-Cnt-Rejected to Irq-Rejected.
     call     "pyireg" using PY-Import-Request WS-Calling-Data File-Defs.
*>
 zz095-Exit.  exit section.
*>
