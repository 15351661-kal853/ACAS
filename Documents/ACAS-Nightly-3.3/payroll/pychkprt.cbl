*>                      number fully printed is checkpointed to
*>                      Chk-hdr-Last-Printed-No, and a rerun resumes
*>                      after it.
*>
*>                      The labels on each check print in the payee's
*>                      Emp-Language (pylabel sets, English where not
*>                      translated). The amount in words, the figures
*>                      and the MICR line are the bank's and stay as
*>                      they are whatever the language.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pylblset - translated label set.
*>**
*>    Functions Used:
*>                      CURRENT-DATE.
*>                      pypr1.   Params (PR3 bank block, thresholds).
*>                      pyemp.   Employee Master (payees).
*>                      pychk.   Check File - I-O (restart pointer).
*>                      pylbl.   Translated Label Sets via pylblset.
*>
*>    Error messages used.
*> System wide:
*>                       check this run (pyach holds their ACH entry),
*>                       so print one - only a fully Verified "D"
*>                       employee is skipped to pyadvice.
*> 15/10/26 vbc - 1.0.03 Check face labels print in the payee's
*>                       Emp-Language from the pylabel sets.
*>
*>**
*>*************************************************************************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pychkprt (1.0.03)".  *> First release pre testing.
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
*> The check face labels - the Spanish set as loaded for the run and
*> the set the current payee's check prints in.
*>
 01  WS-Labels.
     03  WS-Lbl-Spa-Set.
         05  WS-Lbl-Spa      pic x(60)    occurs 5.
     03  WS-Lbl-Cur-Set.
         05  WS-Lbl          pic x(60)    occurs 5.
*>
 01  WS-Data.
     03  WS-Reply            pic x.
     end-if.
     close    PY-Param1-File.             *> Record still in WS area
     display  space at line WS-Lines col 1 with erase eol.
     perform  aa015-Load-Labels.
*>
     open     input PY-Employee-File.
     if       PY-Emp-Status not = "00"
*>
 ZZ040-Eval-Msg-Exit.
     exit     section.
*>
 aa015-Load-Labels           section.
*>**********************************
*>
*> The Spanish check face labels, translated where PY-Label-File has
*> them and English where it does not.
*>
     move     spaces      to PY-Label-Request.
     move     Lbe-Chk-Set to Lbq-Labels.
     move     "S"         to Lbq-Lang.
     move     "CHK"       to Lbq-Doc.
     move     5           to Lbq-Count.
     call     "pylblset" using PY-Label-Request File-Defs.
     move     Lbq-Labels  to WS-Lbl-Spa-Set.
*>
 aa015-Exit.  exit section.
*>
 aa055-Get-Restart-Point     section.
*>**********************************
 ba010-Print-One-Check       section.
*>**********************************
*>
*> One check form per page on blank safety stock, labelled in the
*> payee's language.
*>
     if       Emp-Lang-Spanish
              move     WS-Lbl-Spa-Set to WS-Lbl-Cur-Set
     else
              move     Lbe-Chk-Set    to WS-Lbl-Cur-Set
     end-if.
     move     spaces to WS-Print-Line.
     write    Print-Record from WS-Print-Line after advancing page.
     move     PY-PR1-Co-Name to WS-Print-Line.
     write    Print-Record from WS-Print-Line.
*>
     move     spaces to WS-Print-Line.
     move     WS-Lbl (1)        to WS-Print-Line (52:11).
     move     Chk-Check-No      to WS-Print-Line (64:6).
     write    Print-Record from WS-Print-Line.
     move     spaces to WS-Print-Line.
     move     WS-Lbl (2)        to WS-Print-Line (52:11).
     move     PY-PR2-Check-Date to WS-Print-Line (64:8).
     write    Print-Record from WS-Print-Line.
*>
     move     spaces to WS-Print-Line.
     write    Print-Record from WS-Print-Line.
     move     spaces to WS-Print-Line.
     move     WS-Lbl (3)            to WS-Print-Line (3:22).
     move     Emp-Name              to WS-Print-Line (26:32).
     move     Chk-Amt (8)           to WS-Amt-Edit.
     move     "$"                   to WS-Print-Line (62:1).
     move     WS-Amt-Edit           to WS-Print-Line (63:13).
     move     "X________________________" to WS-Print-Line (50:25).
     write    Print-Record from WS-Print-Line.
     move     spaces to WS-Print-Line.
     move     WS-Lbl (4)                  to WS-Print-Line (52:20).
     write    Print-Record from WS-Print-Line.
*>
*> Second signature block over the controller's threshold.
              move     "X________________________" to WS-Print-Line (50:25)
              write    Print-Record from WS-Print-Line
              move     spaces to WS-Print-Line
              move     WS-Lbl (5)                to WS-Print-Line (30:43)
              write    Print-Record from WS-Print-Line
              add      1 to WS-Dual-Sig-Cnt
              if       WS-Ds-Count < 50
