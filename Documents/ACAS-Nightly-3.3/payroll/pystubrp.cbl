*>                      clearly labelled as cumulative totals as of the
*>                      last pay run rather than the exact amount of
*>                      the requested check.
*>
*>                      An employee taken over part way through the
*>                      year (pyconv) has no stubs for the pay dates
*>                      the prior provider paid - a date up to His-
*>                      Conv-Date reprints the opening balances loaded
*>                      instead, labelled as the prior provider's.
*>
*>                      The reprint's labels are in the employee's
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
*>                      pyhis.   Employee History (QTD/YTD figures).
*>                      pychk.   Check / Payment Register (current run only).
*>                      pychkh.  Check History (all periods kept).
*>                      pylbl.   Translated Label Sets via pylblset.
*>
*>    Error messages used.
*> System wide:
*> Program specific:
*>                      PY001 - 2.
*>                      PY806, 810.
*>                      PY151 - 155.
*>**
*> Changes:
*> 09/08/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.06 A pay date on or before the employee's mid-year
*>                       conversion reprints the opening balances
*>                       (His-Conv) - new msg PY155.
*> 15/10/26 vbc - 1.0.05 Reprint labels in the employee's Emp-Language
*>                       from the pylabel sets.
*> 02/09/26 vbc - 1.0.04 A scoped operator (pyscope) is refused an
*>                       out-of-scope employee keyed directly - the
*>                       same gate as py010 and the browse. New msg
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pystubrp(1.0.06)".  *> First release pre testing.
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
*> REMARK OUT ANY not IN USE
*>
 copy "wspyscq.cob".
 copy "wspylbe.cob".
 copy "wspylbq.cob".
*>
*> The reprint labels - the Spanish set as loaded for the run and the
*> set this employee's reprint prints in.
*>
 01  WS-Labels.
     03  WS-Lbl-Spa-Set.
         05  WS-Lbl-Spa      pic x(60)    occurs 24.
     03  WS-Lbl-Cur-Set.
         05  WS-Lbl          pic x(60)    occurs 24.
*>
 01  WS-Data.
     03  WS-Reply            pic x.
     03  WS-Stub-Mode        pic x        value space.
         88  WS-Stub-Is-Exact             value "E".
         88  WS-Stub-Is-Summary           value "S".
         88  WS-Stub-Is-Conv              value "C".
     03  WS-Chkh-Open        pic x        value "N".
     03  WS-Chka-Open        pic x        value "N".
     03  WS-Chkh-Hit         pic x        value "N".
     03  PY152           pic x(69) value "PY152 No history on file for that employee - nothing to reprint yet".
     03  PY153           pic x(66) value "PY153 Exact check has been overwritten - reprinting cumulative YTD/QTD".
     03  PY154           pic x(50) value "PY154 Employee outside your department scope".
     03  PY155           pic x(66) value "PY155 Paid by the prior provider - reprinting the opening balances".
*>
 01  Error-Code          pic 999.
 01  WS-Co-Code           pic 9(03)  value 1.  *> Which company's params/employees/history this run uses
         05  col 124     pic x(5)    value "Page ".
         05  col 129     pic zz9     source Page-Counter.
     03  Line  3.
         05  col  45     pic x(32)   source WS-Lbl (1).
     03  Line  4.
         05  col   1     pic x(10)   source WS-Lbl (2).
         05  col  12     pic z(6)9   source Emp-No.
         05  col  20     pic x(32)  source Emp-Name.
         05  col  60     pic x(15)  source WS-Lbl (3).
         05  col  76     pic 9999/99/99  source WS-Req-Pay-Date.
*>
 01  Exact-Stub-Detail type is detail.
     03  line + 2.
         05  col   1     pic x(40)   source WS-Lbl (4).
     03  line + 1.
         05  col   1     pic x(10)         source WS-Lbl (5).
         05  col  12     pic x(10)         source WS-Lbl (6).
         05  col  23     pic x(10)         source WS-Lbl (7).
         05  col  34     pic x(10)         source WS-Lbl (8).
         05  col  45     pic x(10)         source WS-Lbl (9).
         05  col  56     pic x(10)         source WS-Lbl (10).
         05  col  67     pic x(10)         source WS-Lbl (10).
         05  col  78     pic x(10)         source WS-Lbl (11).
     03  line + 1.
         05  col   1     pic zz,zz9.99     source Chk-Amt (1).
         05  col  12     pic zz,zz9.99     source Chk-Amt (2).
         05  col  67     pic zz,zz9.99     source Chk-Amt (7).
         05  col  78     pic zz,zz9.99     source Chk-Amt (8).
     03  line + 2.
         05  col   1     pic x(10)         source WS-Lbl (12).
         05  col  12     pic x(10)         source WS-Lbl (13).
         05  col  23     pic x(10)         source WS-Lbl (14).
         05  col  34     pic x(10)         source WS-Lbl (15).
         05  col  45     pic x(10)         source WS-Lbl (16).
         05  col  56     pic x(10)         source WS-Lbl (17).
         05  col  67     pic x(10)         source WS-Lbl (17).
         05  col  78     pic x(10)         source WS-Lbl (17).
     03  line + 1.
         05  col   1     pic zz,zz9.99     source Chk-Amt (9).
         05  col  12     pic zz,zz9.99     source Chk-Amt (10).
*>
 01  Summary-Stub-Detail type is detail.
     03  line + 2.
         05  col   1     pic x(60)   source WS-Lbl (18).
     03  line + 2.
         05  col  14     pic x(10)         source WS-Lbl (19).
         05  col  62     pic x(10)         source WS-Lbl (20).
     03  line + 1.
         05  col   1     pic x(12)         source WS-Lbl (21).
         05  col  14     pic zzz,zz9.99  source His-QTD-Net.
         05  col  50     pic x(12)         source WS-Lbl (21).
         05  col  62     pic zzz,zz9.99  source His-YTD-Net.
     03  line + 1.
         05  col   1     pic x(12)         source WS-Lbl (12).
         05  col  14     pic zzz,zz9.99  source His-QTD-FWT.
         05  col  50     pic x(12)         source WS-Lbl (12).
         05  col  62     pic zzz,zz9.99  source His-YTD-FWT.
     03  line + 1.
         05  col   1     pic x(12)         source WS-Lbl (13).
         05  col  14     pic zzz,zz9.99  source His-QTD-SWT.
         05  col  50     pic x(12)         source WS-Lbl (13).
         05  col  62     pic zzz,zz9.99  source His-YTD-SWT.
     03  line + 1.
         05  col   1     pic x(12)         source WS-Lbl (14).
         05  col  14     pic zzz,zz9.99  source His-QTD-LWT.
         05  col  50     pic x(12)         source WS-Lbl (14).
         05  col  62     pic zzz,zz9.99  source His-YTD-LWT.
     03  line + 1.
         05  col   1     pic x(12)         source WS-Lbl (15).
         05  col  14     pic zzz,zz9.99  source His-QTD-FICA.
         05  col  50     pic x(12)         source WS-Lbl (15).
         05  col  62     pic zzz,zz9.99  source His-YTD-FICA.
     03  line + 1.
         05  col   1     pic x(12)         source WS-Lbl (16).
         05  col  14     pic zzz,zz9.99  source His-QTD-SDI.
         05  col  50     pic x(12)         source WS-Lbl (16).
         05  col  62     pic zzz,zz9.99  source His-YTD-SDI.
     03  line + 1.
         05  col   1     pic x(12)         source WS-Lbl (22).
         05  col  14     pic zzz,zz9.99  source His-QTD-MCare.
         05  col  50     pic x(12)         source WS-Lbl (22).
         05  col  62     pic zzz,zz9.99  source His-YTD-MCare.
*>
 01  Conv-Stub-Detail type is detail.
     03  line + 2.
         05  col   1     pic x(60)         source WS-Lbl (23).
     03  line + 1.
         05  col   1     pic x(20)         source WS-Lbl (24).
         05  col  22     pic 9999/99/99    source His-Conv-Date.
     03  line + 2.
         05  col  14     pic x(10)         source WS-Lbl (20).
     03  line + 1.
         05  col   1     pic x(12)         source WS-Lbl (5).
         05  col  14     pic zzz,zz9.99    source His-YTD-Conv-Gross.
     03  line + 1.
         05  col   1     pic x(12)         source WS-Lbl (21).
         05  col  14     pic zzz,zz9.99    source His-YTD-Conv-Net.
     03  line + 1.
         05  col   1     pic x(12)         source WS-Lbl (12).
         05  col  14     pic zzz,zz9.99    source His-YTD-Conv-FWT.
     03  line + 1.
         05  col   1     pic x(12)         source WS-Lbl (13).
         05  col  14     pic zzz,zz9.99    source His-YTD-Conv-SWT.
     03  line + 1.
         05  col   1     pic x(12)         source WS-Lbl (14).
         05  col  14     pic zzz,zz9.99    source His-YTD-Conv-LWT.
     03  line + 1.
         05  col   1     pic x(12)         source WS-Lbl (15).
         05  col  14     pic zzz,zz9.99    source His-YTD-Conv-FICA.
     03  line + 1.
         05  col   1     pic x(12)         source WS-Lbl (16).
         05  col  14     pic zzz,zz9.99    source His-YTD-Conv-SDI.
     03  line + 1.
         05  col   1     pic x(12)         source WS-Lbl (22).
         05  col  14     pic zzz,zz9.99    source His-YTD-Conv-MCare.
*>
 procedure division using WS-Calling-Data  *> ACAS
                          WS-System-Record *> ACAS
*>
     close    PY-Param1-File.             *> Record still in WS area
     move     zero  to  Return-Code.
     perform  aa015-Load-Labels.
*>
     open     input    PY-Employee-File.
     if       PY-Emp-Status not = zero
*>
 ZZ040-Eval-Msg-Exit.
     exit     section.
*>
 aa015-Load-Labels           section.
*>**********************************
*>
*> The Spanish reprint labels, translated where PY-Label-File has them
*> and English where it does not.
*>
     move     spaces      to PY-Label-Request.
     move     Lbe-Stb-Set to Lbq-Labels.
     move     "S"         to Lbq-Lang.
     move     "STB"       to Lbq-Doc.
     move     24          to Lbq-Count.
     call     "pylblset" using PY-Label-Request File-Defs.
     move     Lbq-Labels  to WS-Lbl-Spa-Set.
*>
 aa015-Exit.  exit section.
*>
 aa020-Get-Emp-And-Date       section.
*>*************************************
                       move     "Y" to WS-Stub-From-History
              end-if
     end-if.
*>
     move     WS-Req-Emp-No to His-Emp-No.
     read     PY-History-File key His-Emp-No
                       initialize PY-History-Record
                       move     WS-Req-Emp-No to His-Emp-No
     end-read.
*>
*> Nothing on file for a date the prior provider paid before the
*> employee was converted - their opening balances are all there is.
*>
     if       WS-Stub-Is-Summary
         and  His-Conv-Date not = zero
         and  WS-Req-Pay-Date not > His-Conv-Date
              move     "C" to WS-Stub-Mode.
*>
     if       WS-Stub-Is-Summary
              display  PY153 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58 auto
     end-if.
     if       WS-Stub-Is-Conv
              display  PY155 at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015 at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines col 58 auto
     end-if.
*>
 aa030-Exit.
     exit     section.
*>
     move     WS-Req-Emp-No to Emp-No.
     read     PY-Employee-File key Emp-No.
     if       Emp-Lang-Spanish
              move     WS-Lbl-Spa-Set to WS-Lbl-Cur-Set
     else
              move     Lbe-Stb-Set    to WS-Lbl-Cur-Set
     end-if.
*>
     initiate Pay-Stub-Reprint.
     evaluate true
              when WS-Stub-Is-Exact
                   if       WS-Stub-From-History not = "Y"
                            move     WS-Req-Emp-No to Chk-Emp-No
                            read     PY-Check-File key Chk-Emp-No
                   end-if
                   generate Exact-Stub-Detail
              when WS-Stub-Is-Conv
                   generate Conv-Stub-Detail
              when other
                   generate Summary-Stub-Detail
     end-evaluate.
     terminate
              Pay-Stub-Reprint.
*>
