*>                      the proof finished, and the ERROR count is
*>                      shown to the operator so the batch gets
*>                      corrected BEFORE pyapply consumes it.
*>
*>                      Optionally each hourly ERROR is also recorded
*>                      on PY-Attendance-File as an absence dated the
*>                      period end, pending - it counts no points until
*>                      a supervisor confirms it in pyattend (the
*>                      employee may simply have been dropped by the
*>                      clock export).
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>**
*>    Functions Used:
*>                      CURRENT-DATE.
*>                      TEST-DATE-YYYYMMDD.
*>    Files used :
*>                      pypr1.   Params.
*>                      pyemp.   Employee Master.
*>                      pyhrs.   Pay Transactions (current batch).
*>                      pyatt.   Attendance Occurrences - I-O (optional).
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY860, PY275.
*>**
*> Changes:
*> 02/09/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 Start key zeroes Hrs-Trans-Code, the new last
*>                       part of Hrs-Key.
*> 15/10/26 vbc - 1.0.02 Hourly ERRORs can be recorded as pending
*>                       attendance absences for pyattend.
*>
*>**
*>*************************************************************************
 copy "selpyparam1.cob".
 copy "selpyemp.cob".
 copy "selpyhrs.cob".
 copy "selpyatt.cob".
*>
 copy "selprint.cob".    *> 132
*>
 copy "fdpyparam1.cob".
 copy "fdpyemp.cob".
 copy "fdpyhrs.cob".
 copy "fdpyatt.cob".
*>
 fd  Print-File
     reports are Miss-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pymisstc (1.0.02)".  *> First release pre testing.
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
     03  PY-PR1-Status       pic xx.
     03  PY-Emp-Status       pic xx.
     03  PY-Hrs-Status       pic xx.
     03  PY-Att-Status       pic xx.
*>
     03  WS-Eval-Msg         pic x(25)    value spaces.
     03  WS-Env-Columns      pic 999      value zero.
     03  WS-Cnt-Errors       pic 9(5)     value zero.
     03  WS-Cnt-Info         pic 9(5)     value zero.
     03  WS-Disp-Cnt         pic zzzz9.
*>
*> Pending attendance absences for the hourly ERRORs.
*>
     03  WS-Att-Period-End   pic 9(8)     value zero.
     03  WS-Att-Open         pic x        value "N".
     03  WS-Att-Points       pic 9v9      value 1.
     03  WS-Att-Window       pic 99       value 12.
     03  WS-Att-Expire       pic 9(8)     value zero.
     03  filler  redefines WS-Att-Expire.
         05  WS-Att-Exp-CCYY pic 9(4).
         05  WS-Att-Exp-MM   pic 99.
         05  WS-Att-Exp-DD   pic 99.
     03  WS-Att-Months       pic 9(6)     value zero.
     03  WS-Cnt-Pending      pic 9(5)     value zero.
*>
 01  Error-Messages.
*> System Wide
*> Program specific
*>
     03  PY860           pic x(56) value "PY860 Proof step not finished for this run - run pyproof".
     03  PY275           pic x(30) value "PY275 Invalid date - ccyymmdd".
*>
 01  Error-Code          pic 999.
 01  WS-Co-Code           pic 9(03)  value 1.  *> Which company's params/employees this run uses
*>
     display  "Pay Interval for this run (S/M/B/W) [ ]" at 0401.
     accept   WS-Run-Interval at 0438 with UPPER.
     perform  ac000-Attendance-Option.
*>
     open     output Print-File.
     initiate Miss-Report.
     if       WS-Cnt-Errors not = zero
              display  "Correct the batch BEFORE pyapply runs" at line 10 col 5
                                        with foreground-color 4.
     if       WS-Att-Open = "Y"
              move     WS-Cnt-Pending to WS-Disp-Cnt
              display  "Pending attendance absences recorded : " at line 12 col 5
              display  WS-Disp-Cnt at line 12 col 45
              close    PY-Attendance-File
     end-if.
     display  SY015 at line WS-Lines col 1.
     accept   WS-Reply at line WS-Lines col 58.
*>
                       move     "ERROR" to WS-Rl-Severity
                       move     "Hourly - no time in the batch" to WS-Rl-Reason
                       add      1 to WS-Cnt-Errors
                       if       WS-Att-Open = "Y"
                                perform  bc000-Record-Pending
                       end-if
              else
               if      Emp-Auto-Units not = zero
                       move     "INFO " to WS-Rl-Severity
*>
     move     "N"    to WS-In-Batch.
     move     Emp-No to Hrs-Emp-No.
     move     zero   to Hrs-Effective-Date Hrs-Rate Hrs-Trans-Code.
     start    PY-Pay-Transactions-File key not < Hrs-Key
              invalid key
                       go to bb000-Exit
              move     "Y" to WS-In-Batch.
*>
 bb000-Exit.  exit section.
*>
 ac000-Attendance-Option     section.
*>**********************************
*>
*> Hourly ERRORs as pending absences dated the period end - zero skips.
*> Points and window come from the attendance policy when there is one.
*>
     display  "Record hourly ERRORs as pending attendance absences -" at 0601.
     display  "period end (ccyymmdd, zero = no) [        ]"         at 0701.
     move     zero to WS-Att-Period-End.
     accept   WS-Att-Period-End at 0735 with UPDATE.
     if       WS-Att-Period-End = zero
              go to    ac000-Exit.
     if       TEST-DATE-YYYYMMDD (WS-Att-Period-End) not = zero
              display  PY275    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              move     zero to WS-Att-Period-End
              go to    ac000-Exit.
     open     i-o PY-Attendance-File.
     if       PY-Att-Status = "35"        *> first ever use
              open     output PY-Attendance-File
              close    PY-Attendance-File
              open     i-o PY-Attendance-File
     end-if.
     move     "Y"  to WS-Att-Open.
     move     zero to Atp-Key-Emp Atp-Key-Date.
     move     space to Atp-Key-Type.
     read     PY-Attendance-File key Att-Key
              invalid key
                       go to ac000-Exit
     end-read.
     move     Atp-Pts-Absence to WS-Att-Points.
     if       Atp-Window-Months not = zero
              move     Atp-Window-Months to WS-Att-Window.
*>
 ac000-Exit.  exit section.
*>
 bc000-Record-Pending        section.
*>**********************************
*>
*> Already there (a rerun) is left as it stands.
*>
     initialize PY-Attendance-Record.
     move     Emp-No            to Att-Emp-No.
     move     WS-Att-Period-End to Att-Date.
     move     "A"               to Att-Type.
     move     WS-Att-Points     to Att-Points.
     move     "M"               to Att-Source.
     move     "P"               to Att-Status.
     move     Emp-Dept          to Att-Dept.
     move     "No time in batch" to Att-Note.
     move     WSE-Date-9        to Att-Entry-Date.
     move     WS-CD-Args (1:8)  to Att-Operator.
*>
*> Expires the policy window after the day, a short month's end
*> taking the last day it has.
*>
     move     WS-Att-Period-End to WS-Att-Expire.
     compute  WS-Att-Months = WS-Att-Exp-CCYY * 12 + WS-Att-Exp-MM - 1 + WS-Att-Window.
     divide   WS-Att-Months by 12 giving WS-Att-Exp-CCYY remainder WS-Att-Exp-MM.
     add      1 to WS-Att-Exp-MM.
     perform  until TEST-DATE-YYYYMMDD (WS-Att-Expire) = zero
              subtract 1 from WS-Att-Exp-DD
     end-perform.
     move     WS-Att-Expire     to Att-Expire-Date.
     write    PY-Attendance-Record
              invalid key
                       go to bc000-Exit
     end-write.
     add      1 to WS-Cnt-Pending.
*>
 bc000-Exit.  exit section.
*>
