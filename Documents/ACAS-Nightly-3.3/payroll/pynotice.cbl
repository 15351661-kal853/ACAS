*>                          (Rch-Notice-Ack);
*>                      R - prints the outstanding unacknowledged
*>                          notices.
*>
*>                      Each letter prints in the employee's
*>                      Emp-Language (pylabel sets, English where not
*>                      translated) with the rates and dates set out
*>                      the same way in every language.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pylblset - translated label set.
*>**
*>    Functions Used:
*>                      CURRENT-DATE.
*>                      pyemp.   Employee Master.
*>                      pyrch.   Rate Change History - I-O.
*>                      pynotice. Letter text - Output.
*>                      pylbl.   Translated Label Sets via pylblset.
*>
*>    Error messages used.
*> System wide:
*>**
*> Changes:
*> 02/09/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 Letters print in the employee's Emp-Language
*>                       from the pylabel sets.
*>
*>**
*>*************************************************************************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pynotice (1.0.01)".  *> First release pre testing.
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
 copy "wsfnctn.cob".
*>
 copy "Test-Data-Flags.cob".           *> set sw-Testing to zero to stop logging.
*>
 copy "wspylbe.cob".
 copy "wspylbq.cob".
*>
*> The letter labels - the Spanish set as loaded for the run and the
*> set the current letter prints in.
*>
 01  WS-Labels.
     03  WS-Lbl-Spa-Set.
         05  WS-Lbl-Spa      pic x(60)    occurs 10.
     03  WS-Lbl-Cur-Set.
         05  WS-Lbl          pic x(60)    occurs 10.
*>
 01  WS-Data.
     03  WS-Reply            pic x.
     end-if.
     close    PY-Param1-File.             *> Record still in WS area
     display  space at line WS-Lines col 1 with erase eol.
     perform  aa015-Load-Labels.
*>
     open     input PY-Employee-File.
     open     i-o   PY-Rate-Change-File.
*>
 ZZ040-Eval-Msg-Exit.
     exit     section.
*>
 aa015-Load-Labels           section.
*>**********************************
*>
*> The Spanish letter labels, translated where PY-Label-File has them
*> and English where it does not.
*>
     move     spaces      to PY-Label-Request.
     move     Lbe-Ntc-Set to Lbq-Labels.
     move     "S"         to Lbq-Lang.
     move     "NTC"       to Lbq-Doc.
     move     10          to Lbq-Count.
     call     "pylblset" using PY-Label-Request File-Defs.
     move     Lbq-Labels  to WS-Lbl-Spa-Set.
*>
 aa015-Exit.  exit section.
*>
 ab010-Menu                  section.
*>**********************************
     read     PY-Employee-File key Emp-No
              invalid key
                       move     spaces to Emp-Name Emp-Address-1
                                          Emp-Language
     end-read.
     move     Rch-Old-Rate to WS-Old-Disp.
     move     Rch-New-Rate to WS-New-Disp.
*>
*> In the employee's language - the labels are held without their
*> surrounding spaces, so the spacing is put back here.
*>
     if       Emp-Lang-Spanish
              move     WS-Lbl-Spa-Set to WS-Lbl-Cur-Set
     else
              move     Lbe-Ntc-Set    to WS-Lbl-Cur-Set
     end-if.
     move     all "-" to PY-Notice-Line.
     write    PY-Notice-Line.
     move     WS-Lbl (1) to PY-Notice-Line.
     write    PY-Notice-Line.
     move     spaces to PY-Notice-Line.
     string   WS-Lbl (2)     delimited by "  "
              " "            delimited by size
              PY-PR1-Co-Name delimited by size
              into PY-Notice-Line.
     write    PY-Notice-Line.
              into PY-Notice-Line.
     write    PY-Notice-Line.
     move     spaces to PY-Notice-Line.
     string   WS-Lbl (3)   delimited by "  "
              " "          delimited by size
              Emp-Name     delimited by size
              into PY-Notice-Line.
     write    PY-Notice-Line.
     move     spaces to WS-Ltr-Line.
     string   WS-Lbl (4)                     delimited by "  "
              " "                            delimited by size
              Rch-Slot                       delimited by size
              WS-Lbl (5)                     delimited by "  "
              " "                            delimited by size
              WS-Old-Disp                    delimited by size
              " "                            delimited by size
              WS-Lbl (6)                     delimited by "  "
              " "                            delimited by size
              WS-New-Disp                    delimited by size
              into WS-Ltr-Line.
     move     WS-Ltr-Line to PY-Notice-Line.
     write    PY-Notice-Line.
     move     spaces to WS-Ltr-Line.
     string   WS-Lbl (7)    delimited by "  "
              " "           delimited by size
              Rch-Eff-Date  delimited by size
              " "           delimited by size
              WS-Lbl (8)    delimited by "  "
              into WS-Ltr-Line.
     move     WS-Ltr-Line to PY-Notice-Line.
     write    PY-Notice-Line.
     move     spaces to PY-Notice-Line.
     write    PY-Notice-Line.
     move     WS-Lbl (9)  to PY-Notice-Line.
     write    PY-Notice-Line.
     move     WS-Lbl (10) to PY-Notice-Line.
     write    PY-Notice-Line.
*>
 bb000-Exit.  exit section.
