*>                      Semi-sourced from pyrgstr - same Param1/
*>                      Employee/Check open plan, plus PY-History-File
*>                      opened the way hisprint does.
*>
*>                      Slip and email labels print in the employee's
*>                      Emp-Language (pylabel sets, English where not
*>                      translated); the figures print the same way in
*>                      every language.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pylblset - translated label set.
*>**
*>    Functions Used:
*>                      None.
*>                      pyemp.   Employee Master.
*>                      pychk.   Check Register / Payments register.
*>                      pyhis.   Employee (pay) History.
*>                      pylbl.   Translated Label Sets via pylblset.
*>
*>    Error messages used.
*> System wide:
*> 22/08/26 vbc - 1.0.02 A "D" employee still in the prenote cycle is
*>                       paid by paper check this run (see pychkprt),
*>                       so the stub says Check, not Direct Deposit.
*> 15/10/26 vbc - 1.0.03 Slip and email labels print in the employee's
*>                       Emp-Language from the pylabel sets - email
*>                       amounts moved to col 16 to clear the longer
*>                       labels.
*>
*>**
*>*************************************************************************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyadvice(1.0.03)".  *> First release pre testing.
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
 copy "Test-Data-Flags.cob".           *> set sw-Testing to zero to stop logging.
*>                                        ABOVE SHOULD BE OFF use for dummy test reporting
*> REMARK OUT ANY IN USE
*>
 copy "wspylbe.cob".
 copy "wspylbq.cob".
*>
*> The slip labels - the Spanish set as loaded for the run and the
*> set the current employee's slip prints in.
*>
 01  WS-Labels.
     03  WS-Lbl-Spa-Set.
         05  WS-Lbl-Spa      pic x(60)    occurs 26.
     03  WS-Lbl-Cur-Set.
         05  WS-Lbl          pic x(60)    occurs 26.
*>
 01  WS-Data.
     03  WS-Reply            pic x.
     03  line  1.
         05  col   1     pic x(17)   source Prog-Name.
         05  col  30     pic x(19)   value "ACAS Payroll System".
         05  col  55     pic x(34)   source WS-Lbl (1).
     03  line  3.
         05  col   1     pic x(13)         source WS-Lbl (2).
         05  col  15     pic 9(7)          source Chk-Emp-No.
         05  col  25     pic x(32)         source Emp-Name.
     03  line  4.
         05  col   1     pic x(13)         source WS-Lbl (3).
         05  col  15     pic 9(7)          source Chk-Check-No present when Chk-Check-No not = zero.
         05  col  15     pic x(16)         source WS-Lbl (4) present when Chk-Check-No = zero.
         05  col  40     pic x(13)         source WS-Lbl (5).
         05  col  54     pic x(15)         source WS-Pay-Method-Desc.
*>
 01  Advice-Pay-Detail type is detail.
     03  line  6.
         05  col   1     pic x(18)         source WS-Lbl (8).
         05  col  20     pic zz,zz9.99     source Chk-Amt (1).
     03  line  7.
         05  col   1     pic x(15)         source PY-PR1-Rate-Name (1).
         05  col   1     pic x(15)         source PY-PR1-Rate-Name (4).
         05  col  20     pic zz,zz9.99     source Chk-Amt (5).
     03  line  11.
         05  col   1     pic x(18)         source WS-Lbl (9).
         05  col  20     pic zz,zz9.99     source Chk-Amt (6).
     03  line  12.
         05  col   1     pic x(18)         source WS-Lbl (10).
         05  col  20     pic zz,zz9.99     source Chk-Amt (7).
*>
 01  Advice-Ded-Detail type is detail.
     03  line  14.
         05  col   1     pic x(18)         source WS-Lbl (11).
     03  line  15.
         05  col   3     pic x(16)         source WS-Lbl (12).
         05  col  20     pic zz,zz9.99     source Chk-Amt (9).
     03  line  16.
         05  col   3     pic x(16)         source WS-Lbl (13).
         05  col  20     pic zz,zz9.99     source Chk-Amt (10).
     03  line  17.
         05  col   3     pic x(16)         source WS-Lbl (14).
         05  col  20     pic zz,zz9.99     source Chk-Amt (11).
     03  line  18.
         05  col   3     pic x(16)         source WS-Lbl (15).
         05  col  20     pic zz,zz9.99     source Chk-Amt (12).
     03  line  19.
         05  col   3     pic x(16)         source WS-Lbl (16).
         05  col  20     pic zz,zz9.99     source Chk-Amt (13).
     03  line  20.
         05  col   3     pic x(16)         source WS-Lbl (17).
         05  col  20     pic zz,zz9.99     source Chk-Amt (14).
     03  line  21.
         05  col   3     pic x(16)         source WS-Lbl (18).
         05  col  20     pic zz,zz9.99     source Chk-Amt (15).
     03  line  22.
         05  col   3     pic x(16)         source WS-Lbl (19).
         05  col  20     pic zz,zz9.99     source Chk-Amt (16).
     03  line  24.
         05  col   1     pic x(19)         source WS-Lbl (20).
         05  col  20     pic zz,zz9.99     source Chk-Amt (8).
*>
 01  Advice-YTD-Detail type is detail.
     03  line 27.
         05  col  26     pic x(20)         source WS-Lbl (21).
         05  col  48     pic x(20)         source WS-Lbl (22).
     03  line 28.
         05  col   1     pic x(28)         source WS-Lbl (23).
         05  col  30     pic zzz,zz9.99    source His-QTD-Income-Taxable.
         05  col  50     pic zzz,zz9.99    source His-YTD-Income-Taxable.
     03  line 29.
         05  col   1     pic x(28)         source WS-Lbl (12).
         05  col  30     pic zzz,zz9.99    source His-QTD-FWT.
         05  col  50     pic zzz,zz9.99    source His-YTD-FWT.
     03  line 30.
         05  col   1     pic x(28)         source WS-Lbl (13).
         05  col  30     pic zzz,zz9.99    source His-QTD-SWT.
         05  col  50     pic zzz,zz9.99    source His-YTD-SWT.
     03  line 31.
         05  col   1     pic x(28)         source WS-Lbl (15).
         05  col  30     pic zzz,zz9.99    source His-QTD-FICA.
         05  col  50     pic zzz,zz9.99    source His-YTD-FICA.
     03  line 32.
         05  col   1     pic x(28)         source WS-Lbl (16).
         05  col  30     pic zzz,zz9.99    source His-QTD-SDI.
         05  col  50     pic zzz,zz9.99    source His-YTD-SDI.
     03  line 33.
         05  col   1     pic x(28)         source WS-Lbl (24).
         05  col  30     pic zzz,zz9.99    source His-QTD-MCare.
         05  col  50     pic zzz,zz9.99    source His-YTD-MCare.
     03  line 34.
         05  col   1     pic x(28)         source WS-Lbl (25).
         05  col  30     pic zzz,zz9.99    source His-QTD-Net.
         05  col  50     pic zzz,zz9.99    source His-YTD-Net.
*>
*>
     close    PY-Param1-File.             *> Record still in WS area
     move     zero  to  Return-Code.
     perform  aa015-Load-Labels.
*>
     open     input    PY-Employee-File.    *> Now OPEN
     if       PY-Emp-Status not = zero
*>
 ZZ040-Eval-Msg-Exit.
     exit     section.
*>
 aa015-Load-Labels           section.
*>**********************************
*>
*> The Spanish slip labels, translated where PY-Label-File has them
*> and English where it does not.
*>
     move     spaces      to PY-Label-Request.
     move     Lbe-Adv-Set to Lbq-Labels.
     move     "S"         to Lbq-Lang.
     move     "ADV"       to Lbq-Doc.
     move     26          to Lbq-Count.
     call     "pylblset" using PY-Label-Request File-Defs.
     move     Lbq-Labels  to WS-Lbl-Spa-Set.
*>
 aa015-Exit.  exit section.
*>
 aa050-Report-Advices    section.
*>******************************
                       invalid key
                                initialize PY-History-Record with filler
              end-read
              if       Emp-Lang-Spanish
                       move     WS-Lbl-Spa-Set to WS-Lbl-Cur-Set
              else
                       move     Lbe-Adv-Set    to WS-Lbl-Cur-Set
              end-if
              if       Emp-Pay-Method = "D"
                       perform  bz050-DD-Prenote-Ready
              end-if
              if       Emp-Pay-Method = "D" and WS-DD-Ready = "Y"
                       move     WS-Lbl (4)       to WS-Pay-Method-Desc
              else
               if      Emp-Pay-Method = "P"
                       move     WS-Lbl (7)       to WS-Pay-Method-Desc
               else
                       move     WS-Lbl (6)       to WS-Pay-Method-Desc
               end-if
              end-if
              add      1 to WS-Rec-Cnt
              into WS-Email-File-Name.
     open     output PY-Advice-Email-File.
     move     spaces to WS-Email-Line.
     string   WS-Lbl (26)     delimited by "  "
              " - "           delimited by size
              PY-PR1-Co-Name  delimited by size
              into WS-Email-Line.
     write    PY-Advice-Email-Line from WS-Email-Line.
     move     Emp-Name to WS-Email-Line.
     write    PY-Advice-Email-Line from WS-Email-Line.
     move     spaces to WS-Email-Line.
     move     WS-Lbl (8)   to WS-Email-Line (1:15).
     move     Chk-Amt (1)  to WS-Amt-Edit9.
     move     WS-Amt-Edit9 to WS-Email-Line (16:13).
     write    PY-Advice-Email-Line from WS-Email-Line.
     move     spaces to WS-Email-Line.
     move     WS-Lbl (12)  to WS-Email-Line (1:15).
     move     Chk-Amt (9)  to WS-Amt-Edit9.
     move     WS-Amt-Edit9 to WS-Email-Line (16:13).
     write    PY-Advice-Email-Line from WS-Email-Line.
     move     spaces to WS-Email-Line.
     move     WS-Lbl (13)  to WS-Email-Line (1:15).
     move     Chk-Amt (10) to WS-Amt-Edit9.
     move     WS-Amt-Edit9 to WS-Email-Line (16:13).
     write    PY-Advice-Email-Line from WS-Email-Line.
     move     spaces to WS-Email-Line.
     move     WS-Lbl (15)  to WS-Email-Line (1:15).
     move     Chk-Amt (12) to WS-Amt-Edit9.
     move     WS-Amt-Edit9 to WS-Email-Line (16:13).
     write    PY-Advice-Email-Line from WS-Email-Line.
     move     spaces to WS-Email-Line.
     move     WS-Lbl (16)  to WS-Email-Line (1:15).
     move     Chk-Amt (13) to WS-Amt-Edit9.
     move     WS-Amt-Edit9 to WS-Email-Line (16:13).
     write    PY-Advice-Email-Line from WS-Email-Line.
     move     spaces to WS-Email-Line.
     move     WS-Lbl (25)  to WS-Email-Line (1:15).
     move     Chk-Amt (8)  to WS-Amt-Edit9.
     move     WS-Amt-Edit9 to WS-Email-Line (16:13).
     write    PY-Advice-Email-Line from WS-Email-Line.
     close    PY-Advice-Email-File.
*>
     move     spaces to WS-Mail-Command.
     string   "mail -s '"             delimited by size
              WS-Lbl (26)             delimited by "  "
              "' "                    delimited by size
              Emp-Email               delimited by space
              " < "                   delimited by size
              WS-Email-File-Name      delimited by space
