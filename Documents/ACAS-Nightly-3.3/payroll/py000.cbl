*>                       history (Chkh-Stat-Stale) where pyrecon now
*>                       keeps the lifecycle - the single-run pychk
*>                       no longer carries it.
*> 15/10/26 vbc - 1.0.06 Dashboard batch header read zeroes
*>                       Hrs-Trans-Code, the new last part of Hrs-Key.
*> 15/10/26 vbc - 1.0.07 Dashboard lists the open tax agency notices
*>                       (pytaxntc) whose response is due within ten
*>                       days, or already overdue.
*> 15/10/26 vbc - 1.0.08 A training company's parameter record (built
*>                       by pytrain) puts "** TRAINING **" in front of
*>                       the client name for the session, so every
*>                       report heading carries the banner, and says
*>                       so on the dashboard.
*>**
*>
*>*************************************************************************
 copy "selpychkh.cob".
 copy "selpycoh.cob".
 copy "selpyusr.cob".
 copy "selpyntc.cob".
 data                    division.
 file section.
 copy "fdpyparam1.cob".
 copy "fdpychkh.cob".
 copy "fdpycoh.cob".
 copy "fdpyusr.cob".
 copy "fdpyntc.cob".
 working-storage section.
*>----------------------
 77  Prog-Name           pic x(15) value "PY000 (1.0.08)".
*> copy "wsmaps01.cob".
 copy "wsmaps03.cob".
 copy "wsmaps01.cob".
     03  PY-Hrs-Status   pic xx.
     03  PY-Chkh-Status  pic xx.
     03  PY-Coh-Status   pic xx.
     03  PY-Ntc-Status   pic xx.
*>
*> Start-of-day dashboard working fields
*>
     03  WS-Dash-Line    pic 99       value zero.
     03  WS-Train-Name   pic x(32).
     03  WS-Qtr-End-Int  binary-long  value zero.
     03  WS-Days-Left    binary-long  value zero.
     03  WS-Qtr-End-YMD  pic 9(8)     value zero.
     03  WS-Stale-Cnt    pic 9(5)     value zero.
     03  WS-Dep-Cnt      pic 99       value zero.
     03  WS-Dep-Total    pic 9(8)v99  comp-3 value zero.
     03  WS-Ntc-Limit    pic 9(8)     value zero.
     03  WS-Ntc-Cnt      pic 9(5)     value zero.
     03  WS-Disp-Amt     pic z(7)9.99.
     03  WS-Disp-Cnt     pic zzzz9.
     03  A               pic 99       value zero.
              go to    Dash-Batch
     end-read.
*>
*> Training company (pytrain) - the client name every report heading
*> prints carries the banner for the rest of the session.
*>
     if       PY-PR9-Training = "Y"
              if       Usera (1:14) not = "** TRAINING **"
                       move     spaces to WS-Train-Name
                       string   "** TRAINING ** " delimited by size
                                Usera             delimited by size
                                                  into WS-Train-Name
                       move     WS-Train-Name to Usera
              end-if
              display  Usera at 0110 with foreground-color 4
              add      1 to WS-Dash-Line
              display  "TRAINING COMPANY - practice data only, no files leave for the bank or agencies"
                                           at line WS-Dash-Line col 1 foreground-color 4
     end-if.
*>
*> Quarter end proximity v the 941, year end v the 940 and W-2s.
*>
     move     WS-Today-YMD to WS-Qtr-End-YMD.
              go to    Dash-Checks.
     move     zero to Hrs-Emp-No
                      Hrs-Effective-Date
                      Hrs-Rate
                      Hrs-Trans-Code.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       close    PY-Pay-Transactions-File
     open     input PY-Comp-Hist-File.
     if       PY-Coh-Status not = "00"
              close    PY-Comp-Hist-File
              go to    Dash-Notices.
     move     1 to RRN.
     read     PY-Comp-Hist-File.
     if       PY-Coh-Status = "00"
              display  "(pytaxdep / pydeplog)"
                                           at line WS-Dash-Line col 50 foreground-color 4
     end-if.
*>
 Dash-Notices.
*>
*> Tax agency notices still Open or awaiting the agency with the
*> response due within ten days (or gone past it) - the first four
*> by number, then a count of the rest.
*>
     move     zero to WS-Ntc-Cnt.
     compute  WS-Ntc-Limit = FUNCTION DATE-OF-INTEGER
                            (FUNCTION INTEGER-OF-DATE (WS-Today-YMD) + 10).
     open     input PY-Notice-File.
     if       PY-Ntc-Status not = "00"
              close    PY-Notice-File
              go to    Dash-Done.
     move     zero to Ntc-No.
     start    PY-Notice-File key not < Ntc-No
              invalid key
                       close    PY-Notice-File
                       go to    Dash-Done
     end-start.
     perform  forever
              read     PY-Notice-File next record at end
                       exit perform
              end-read
              if       PY-Ntc-Status not = "00"
                       exit perform
              end-if
              if       Ntc-Stat-Closed
                 or    Ntc-Due-Date = zero
                 or    Ntc-Due-Date > WS-Ntc-Limit
                       exit perform cycle
              end-if
              add      1 to WS-Ntc-Cnt
              if       WS-Ntc-Cnt < 5
                       add      1 to WS-Dash-Line
                       display  "Notice"      at line WS-Dash-Line col 3 foreground-color 4
                       display  Ntc-No        at line WS-Dash-Line col 10
                       display  Ntc-Agency    at line WS-Dash-Line col 17
                       display  Ntc-Type      at line WS-Dash-Line col 38
                       display  "due"         at line WS-Dash-Line col 49 foreground-color 4
                       display  Ntc-Due-Date  at line WS-Dash-Line col 53
                       display  Ntc-Operator  at line WS-Dash-Line col 62
              end-if
     end-perform.
     close    PY-Notice-File.
     if       WS-Ntc-Cnt > 4
              add      1 to WS-Dash-Line
              subtract 4 from WS-Ntc-Cnt
              move     WS-Ntc-Cnt to WS-Disp-Cnt
              display  WS-Disp-Cnt         at line WS-Dash-Line col 3 foreground-color 4
              display  "more notices due within ten days (pytaxntc)"
                                           at line WS-Dash-Line col 10 foreground-color 4
     end-if.
*>
 Dash-Done.
     if       WS-Dash-Line = 11
