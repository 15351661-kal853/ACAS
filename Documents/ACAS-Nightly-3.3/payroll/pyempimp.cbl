*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyireg  - inbound file registry / record images.
*>**
*>    Functions Used:
*>                      NUMVAL.
*>                      pypr1.       Params.
*>                      pyemp.       Employee Master.
*>                      pyempimp.csv. Employee batch import source.
*>                      pyimr / pyimi via pyireg.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 14 & 15.
*> Program specific:
*>                      PY001 - 3, PY861 - 865, PY454 - 456.
*>**
*> Changes:
*> 09/08/26 vbc - 1.0.00 Created.
*>                       employer FICA wage-base carryover).
*> 09/08/26 vbc - 1.0.01 Emp-Rate (5) & Emp-Rate (6) read as new
*>                       optional trailing CSV columns.
*> 15/10/26 vbc - 1.0.03 The import file is checked against the inbound
*>                       file registry (pyireg) before it is loaded -
*>                       one already imported is refused unless an
*>                       Admin overrides it with a reason - and every
*>                       employee written is imaged so pyinbound can
*>                       back the import out. New msgs PY454 - 456.
*>
*>**
*>*************************************************************************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyempimp(1.0.03)".  *> First release pre testing.
*>
 copy "print-spool-command.cob".     *> CHECK PRN file for content Landscape mode
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wspyirq.cob".
*>
 copy "Test-Data-Flags.cob".           *> set sw-Testing to zero to stop logging.
*>                                        ABOVE SHOULD BE OFF use for dummy test reporting
     03  PY-PR1-Status       pic xx.
     03  PY-Emp-Status       pic xx.
     03  PY-Empi-Status      pic xx.
     03  WS-Imp-Refused      pic x        value "N".
*>
     03  WS-Eval-Msg         pic x(25)    value spaces.
     03  WS-Env-Columns      pic 999      value zero.
*>
     03  PY861           pic x(50) value "PY861 Employee import file not found - Aborting".
     03  PY862           pic x(56) value "PY862 No valid import records found on run".
     03  PY454           pic x(60) value "PY454 File already imported by this program - registry entry".
     03  PY455           pic x(64) value "PY455 Duplicate import refused - only an Admin may take it again".
     03  PY456           pic x(47) value "PY456 No override reason given - import refused".
*>
*> Rejection reasons - printed on the exception report, not screen.
*>
              move     1 to WS-Term-Code
              goback   returning 1
     end-if.
*>
     perform  zz090-Check-Inbound.
     if       WS-Imp-Refused = "Y"
              close    PY-Emp-Import-File
                       PY-Employee-File
              move     1 to WS-Term-Code
              goback   returning 1
     end-if.
*>
     move     zeros to WS-Page-Cnt.
     move     90    to WS-Line-Cnt.
*>
     open     output Print-File.
     perform  zz092-Open-Inbound.
     perform  ab050-Import-Employee-File.
     perform  zz095-Finish-Inbound.
     terminate
              Import-Exception-Report.
*>
              move     zero to Emp-Pred-Wages
     end-if.
     move     WS-Ei-Field-PredE to Emp-Pred-EIN.
     perform  zz091-Image-Emp.
     write    PY-Employee-Record
              invalid key
                       move     PY-Ei-Dup-No to WS-Ei-Reject-Reason
*>
 ab070-Exit.  exit section.
*>
 zz090-Check-Inbound         section.
*>**********************************
*>
*> The employee file is fingerprinted against the inbound registry
*> before anything is loaded - one this program has already imported
*> (and not backed out) is refused unless an Admin takes it again
*> and says why. Never in night mode.
*>
     move     "N" to WS-Imp-Refused.
     initialize PY-Import-Request.
     move     "C"        to Irq-Action.
     move     prog-name  to Irq-Prog.
     move     File-64    to Irq-File-Name.
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
*> or rewritten - the caller has the new record built. An employee
*> already on file is rejected by the write, so has nothing to image.
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
     if       Irq-Img-Action = "W"
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
     move     WS-Ei-Loaded   to Irq-Loaded.
     move     WS-Ei-Rejected to Irq-Rejected.
     call     "pyireg" using PY-Import-Request WS-Calling-Data File-Defs.
*>
 zz095-Exit.  exit section.
*>
