*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyireg  - inbound file registry / record images.
*>**
*>    Functions Used:
*>                      NUMVAL, TEST-NUMVAL.
*>                      pyhis.     Employee History - I-O.
*>                      pycoh.     Company History - I-O.
*>                      pysickpay. Insurer statement CSV - Input.
*>                      pyimr / pyimi via pyireg.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY780 - 783, PY454 - 456.
*>**
*> Changes:
*> 02/09/26 vbc - 1.0.00 Created.
*>                       journaled (after image, pyjrnl) for pyroll's
*>                       roll-forward - same discipline as pyvoid's
*>                       corrections. See zz050.
*> 15/10/26 vbc - 1.0.02 The insurer's statement is checked against the
*>                       inbound file registry (pyireg) before it is
*>                       posted - one already imported is refused
*>                       unless an Admin overrides it with a reason -
*>                       and every history / company history record
*>                       written or rewritten is imaged so pyinbound
*>                       can back the import out. New msgs PY454 - 456.
*>
*>**
*>*************************************************************************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(19) value "pysickimp (1.0.02)".  *> First release pre testing.
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "Test-Data-Flags.cob".           *> set sw-Testing to zero to stop logging.
*>
 copy "wspyjnq.cob".
 copy "wspyirq.cob".
*>
 01  WS-Data.
     03  WS-Reply            pic x.
     03  PY-His-Emp-Status   pic xx.
     03  PY-Coh-Status       pic xx.
     03  PY-Spi-Status       pic xx.
     03  WS-Imp-Refused      pic x        value "N".
*>
     03  WS-Eval-Msg         pic x(25)    value spaces.
     03  WS-Env-Columns      pic 999      value zero.
     03  PY781           pic x(44) value "PY781 Company History file missing/in error".
     03  PY782           pic x(43) value "PY782 Rejected - employee not on file, line".
     03  PY783           pic x(44) value "PY783 Rejected - non numeric amounts, line".
     03  PY454           pic x(60) value "PY454 File already imported by this program - registry entry".
     03  PY455           pic x(64) value "PY455 Duplicate import refused - only an Admin may take it again".
     03  PY456           pic x(47) value "PY456 No override reason given - import refused".
*>
 01  Error-Code          pic 999.
 01  WS-Co-Code           pic 9(03)  value 1.  *> Which company's params/employees/history this run uses
              accept   WS-Reply at line WS-Lines    col 48 AUTO
              goback   returning 2
     end-if.
*>
     perform  zz090-Check-Inbound.
     if       WS-Imp-Refused = "Y"
              close    PY-Sick-Pay-File
              goback   returning 2
     end-if.
*>
     open     input PY-System-Deduction-File.
     move     1 to RRN.
              goback.
*>
     move     11 to WS-Rej-Line.
     perform  zz092-Open-Inbound.
     perform  ba000-Import-Pass.
*>
     move     1 to RRN.
     perform  zz094-Image-Coh.
     rewrite  PY-Comp-Hist-Record.
     move     "PYCOH"    to Jnq-File-Id.
     move     "A"        to Jnq-Action.
     move     "00000001" to Jnq-Key.          *> the single RRN
     move     PY-Comp-Hist-Record to Jnq-Image.
     perform  zz050-Journal-Image.
     perform  zz095-Finish-Inbound.
*>
     move     WS-Cnt-Posted to WS-Disp-Cnt.
     display  "Payments posted   : " at line 7 col 5.
              invalid key
                       initialize PY-History-Record
                       move     Emp-No to His-Emp-No
                       perform  zz091-Image-His
                       write    PY-History-Record
     end-read.
*>
                          His-QTD-3PSP-Wages     His-YTD-3PSP-Wages.
     add      WS-FICA  to His-QTD-FICA           His-YTD-FICA
                          His-QTD-3PSP-FICA      His-YTD-3PSP-FICA.
     perform  zz091-Image-His.
     rewrite  PY-History-Record.
     move     "PYHIS"          to Jnq-File-Id.
     move     "A"              to Jnq-Action.
              add 1 to WS-Rej-Line.
*>
 ba010-Exit.  exit section.
*>
 zz090-Check-Inbound         section.
*>**********************************
*>
*> The insurer's sick pay file is fingerprinted against the inbound registry
*> before anything is loaded - one this program has already imported
*> (and not backed out) is refused unless an Admin takes it again
*> and says why. Never in night mode.
*>
     move     "N" to WS-Imp-Refused.
     initialize PY-Import-Request.
     move     "C"        to Irq-Action.
     move     prog-name  to Irq-Prog.
     move     File-100   to Irq-File-Name.
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
 zz091-Image-His             section.
*>**********************************
*>
*> Before and after image of the PYHIS record about to be written
*> or rewritten - the caller has the new record built.
*>
     if       Irq-Seq = zero
              go to    zz091-Exit.
     move     PY-History-Record to Irq-After.
     move     "PYHIS" to Irq-File-Id.
     move     His-Emp-No to Irq-Rec-Key.
     read     PY-History-File key His-Emp-No
              invalid key
                       move     "W"    to Irq-Img-Action
                       move     spaces to Irq-Before
              not invalid key
                       move     "R"    to Irq-Img-Action
                       move     PY-History-Record to Irq-Before
     end-read.
     move     Irq-After to PY-History-Record.
     perform  zz093-Log-Image.
*>
 zz091-Exit.  exit section.
*>
 zz094-Image-Coh             section.
*>**********************************
*>
*> Before and after image of the PYCOH record about to be written
*> or rewritten - the caller has the new record built.
*>
     if       Irq-Seq = zero
              go to    zz094-Exit.
     move     PY-Comp-Hist-Record to Irq-After.
     move     "PYCOH" to Irq-File-Id.
     move     "00000001" to Irq-Rec-Key.
     read     PY-Comp-Hist-File
              invalid key
                       move     "W"    to Irq-Img-Action
                       move     spaces to Irq-Before
              not invalid key
                       move     "R"    to Irq-Img-Action
                       move     PY-Comp-Hist-Record to Irq-Before
     end-read.
     move     Irq-After to PY-Comp-Hist-Record.
     perform  zz093-Log-Image.
*>
 zz094-Exit.  exit section.
*>
 zz095-Finish-Inbound        section.
*>**********************************
*>
*> Counts and control totals on the registry entry, marked Complete.
*>
     if       Irq-Seq = zero
              go to    zz095-Exit.
     move     "F" to Irq-Action.
     move     WS-Cnt-Posted   to Irq-Loaded.
     move     WS-Cnt-Rejected to Irq-Rejected.
     move     WS-Tot-Wages    to Irq-Control-Total.
     call     "pyireg" using PY-Import-Request WS-Calling-Data File-Defs.
*>
 zz095-Exit.  exit section.
*>
