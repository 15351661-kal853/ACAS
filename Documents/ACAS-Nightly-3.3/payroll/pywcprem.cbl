*>                      Chk-Amt (3) (rate 2) and its premium part is
*>                      OT x (Rate2-Factor - 1) / Rate2-Factor - and
*>                      extends premium wages at the class rate.
*>                      After the schedule the year's OSHA cases with
*>                      days away from work (pyosha, class H) are
*>                      listed by the WC class they happened under,
*>                      for the carrier's loss review.
*>
*>                      Semi-sourced from pydist (current-run walk) and
*>                      pystprof (maintenance plan).
*>                      pyemp.   Employee Master (WC class/state).
*>                      pychk.   Check File (current run's pay).
*>                      pywcc.   WC Class Master - I-O.
*>                      pyosha.  OSHA Injury & Illness Cases.
*>
*>    Error messages used.
*> System wide:
*>**
*> Changes:
*> 22/08/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 Premium report followed by the year's OSHA
*>                       days away cases by WC class.
*> 15/10/26 vbc - 1.0.02 OSHA heading size corrected to its text, year
*>                       moved along one.
*>
*>**
*>*************************************************************************
 copy "selpyemp.cob".
 copy "selpychk.cob".
 copy "selpywcc.cob".
 copy "selpyosh.cob".
*>
 copy "selprint.cob".    *> 132
*>
 copy "fdpyemp.cob".
 copy "fdpychk.cob".
 copy "fdpywcc.cob".
 copy "fdpyosh.cob".
*>
 fd  Print-File
     reports are WC-Premium-Report
                 WC-Days-Away-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pywcprem (1.0.02)".  *> First release pre testing.
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
     03  PY-Emp-Status       pic xx.
     03  PY-Chk-Status       pic xx.
     03  PY-Wcc-Status       pic xx.
     03  PY-Osh-Status       pic xx.
*>
     03  WS-Eval-Msg         pic x(25)    value spaces.
     03  WS-Env-Columns      pic 999      value zero.
     03  WS-Rl-Premium       pic s9(8)v99 comp-3 value zero.
     03  WS-Rl-Rate          pic 99v999   comp-3 value zero.
     03  WS-Tot-Premium      pic s9(8)v99 comp-3 value zero.
*>
*> OSHA days away cases for the year, kept in WC class order.
*>
     03  WS-Osh-Count        pic 999      value zero.
     03  WS-Osh-Ins          pic 999      value zero.
     03  WS-Osh-Sub          pic 999      value zero.
     03  WS-Osh-Days         pic 9(6)     value zero.
     03  WS-Oc-Entry                      occurs 200.
         05  WS-Oc-Class     pic x(4).
         05  WS-Oc-Case      pic 9(4).
         05  WS-Oc-Emp-No    pic 9(7).
         05  WS-Oc-Name      pic x(32).
         05  WS-Oc-Date      pic 9(8).
         05  WS-Oc-Away      pic 999.
         05  WS-Oc-Restrict  pic 999.
         05  WS-Oc-Return    pic 9(8).
         05  WS-Oc-Claim-No  pic x(15).
*>
 01  Error-Messages.
*> System Wide
     03  line + 1.
         05  col  1          pic x(24)         value "Total premium          :".
         05  col 26          pic zz,zzz,zz9.99 source WS-Tot-Premium.
*>
*> OSHA Form 300 column H cases - a loss run to set against the
*> premium, one line per case in class order.
*>
 RD  WC-Days-Away-Report
     control      Final
     Page Limit   WS-Page-Lines
     Heading      1
     First Detail 5
     Last  Detail WS-Page-Lines.
*>
 01  Report-Wcd-Head  Type Page Heading.
*>
     03  line  1.
         05  col  50     pic x(40)   source UserA.
         05  col 110     pic x(10)   source U-Date.
         05  col 122     pic x(8)    source WSD-Time.
     03  line  2.
         05  col   1     pic x(18)   source Prog-Name.
         05  col  51     pic x(19)   value "ACAS Payroll System".
         05  col 124     pic x(5)    value "Page ".
         05  col 129     pic zz9     source Page-Counter.
     03  Line  3.
         05  col  36     pic x(49)   value "OSHA Days Away From Work Cases By WC Class - Year".
         05  col  86     pic 9(4)    source PY-PR2-Year.
     03  line  4.
         05  col   1                 value "Class Case Emp No  Employee                         Date     Days Away Restrict Returned WC Claim No".
*>
 01  Wcd-Case-Detail type is detail.
     03  line + 1.
         05  col   1     pic x(4)          source WS-Oc-Class (WS-Osh-Sub).
         05  col   7     pic zzz9          source WS-Oc-Case (WS-Osh-Sub).
         05  col  12     pic 9(7)          source WS-Oc-Emp-No (WS-Osh-Sub).
         05  col  20     pic x(32)         source WS-Oc-Name (WS-Osh-Sub).
         05  col  53     pic 9(8)          source WS-Oc-Date (WS-Osh-Sub).
         05  col  68     pic zz9           source WS-Oc-Away (WS-Osh-Sub).
         05  col  77     pic zz9           source WS-Oc-Restrict (WS-Osh-Sub).
         05  col  81     pic z(8)          source WS-Oc-Return (WS-Osh-Sub).
         05  col  90     pic x(15)         source WS-Oc-Claim-No (WS-Osh-Sub).
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col  1          pic x(24)         value "Days away cases        :".
         05  col 30          pic zz9           source WS-Osh-Count.
     03  line + 1.
         05  col  1          pic x(24)         value "Days away from work    :".
         05  col 27          pic zzzzz9        source WS-Osh-Days.
*>
 procedure division using WS-Calling-Data  *> ACAS
                          WS-System-Record *> ACAS
              perform  ca020-Print-Class
     end-perform.
     terminate WC-Premium-Report.
     perform  ca030-Days-Away-Cases.
     close    Print-File.
     if       WS-Wc-Count > zero
        or    WS-Osh-Count > zero
              call     "SYSTEM" using Print-Report.  *> Landscape
     call     "pyrcapt" using prog-name WS-Calling-Data File-Defs. *> report repository
     close    PY-Check-File
     generate Wcp-Class-Detail.
*>
 ca020-Exit.  exit section.
*>
 ca030-Days-Away-Cases       section.
*>**********************************
*>
*> The OSHA cases for the payroll year with days away from work,
*> under the WC class the employee was in when it happened. Nothing
*> prints when pyosha has never been used or there are none.
*>
     move     zero to WS-Osh-Count WS-Osh-Days.
     open     input PY-OSHA-Case-File.
     if       PY-Osh-Status not = "00"
              go to    ca030-Exit.
     move     PY-PR2-Year to Osh-Year.
     move     zero        to Osh-Case-No.
     start    PY-OSHA-Case-File key not < Osh-Key
              invalid key
                       close    PY-OSHA-Case-File
                       go to    ca030-Exit
     end-start.
     perform  forever
              read     PY-OSHA-Case-File next record at end
                       exit perform
              end-read
              if       PY-Osh-Status not = "00"
                 or    Osh-Year not = PY-PR2-Year
                 or    WS-Osh-Count not < 200
                       exit perform
              end-if
              if       not Osh-Class-Days-Away
                       exit perform cycle
              end-if
              add      1 to WS-Osh-Count
              add      Osh-Days-Away to WS-Osh-Days
              move     WS-Osh-Count to WS-Osh-Ins
              perform  until WS-Osh-Ins = 1
                          or WS-Oc-Class (WS-Osh-Ins - 1) not > Osh-WC-Class
                       move     WS-Oc-Entry (WS-Osh-Ins - 1) to WS-Oc-Entry (WS-Osh-Ins)
                       subtract 1 from WS-Osh-Ins
              end-perform
              move     Osh-WC-Class      to WS-Oc-Class (WS-Osh-Ins)
              move     Osh-Case-No       to WS-Oc-Case (WS-Osh-Ins)
              move     Osh-Emp-No        to WS-Oc-Emp-No (WS-Osh-Ins)
              move     Osh-Emp-Name      to WS-Oc-Name (WS-Osh-Ins)
              move     Osh-Date          to WS-Oc-Date (WS-Osh-Ins)
              move     Osh-Days-Away     to WS-Oc-Away (WS-Osh-Ins)
              move     Osh-Days-Restrict to WS-Oc-Restrict (WS-Osh-Ins)
              move     Osh-Return-Date   to WS-Oc-Return (WS-Osh-Ins)
              move     Osh-WC-Claim-No   to WS-Oc-Claim-No (WS-Osh-Ins)
     end-perform.
     close    PY-OSHA-Case-File.
     if       WS-Osh-Count = zero
              go to    ca030-Exit.
*>
     initiate WC-Days-Away-Report.
     perform  varying WS-Osh-Sub from 1 by 1 until WS-Osh-Sub > WS-Osh-Count
              generate Wcd-Case-Detail
     end-perform.
     terminate WC-Days-Away-Report.
*>
 ca030-Exit.  exit section.
