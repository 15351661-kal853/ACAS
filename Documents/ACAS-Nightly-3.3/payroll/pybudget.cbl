*>                          history's gross by the employee's
*>                          Emp-Dept, actual hours from the ACA
*>                          monthly hours file, with variance
*>                          percentages and year-to-date columns,
*>                          and the monthly cost of the department's
*>                          vacant positions (PY-Position-File, see
*>                          pyposctl) at their budgeted rates.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>                      pybud.   Labor Budget - I-O.
*>                      pychkh.  Check History (actual dollars).
*>                      pyaca.   ACA Monthly Hours (actual hours).
*>                      pyposn.  Position Control (vacancy dollars).
*>
*>    Error messages used.
*> System wide:
*>**
*> Changes:
*> 02/09/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 Vacancy dollars column - authorized FTE not
*>                       filled by employees on the books, at the
*>                       position's budgeted rate, a month's worth, by
*>                       department. Positions as they stand today,
*>                       whatever the period reported.
*>
*>**
*>*************************************************************************
 copy "selpybud.cob".
 copy "selpychkh.cob".
 copy "selpyaca.cob".
 copy "selpyposn.cob".
*>
 copy "selprint.cob".    *> 132
*>
 copy "fdpybud.cob".
 copy "fdpychkh.cob".
 copy "fdpyaca.cob".
 copy "fdpyposn.cob".
*>
 fd  Print-File
     reports are Budget-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pybudget (1.0.01)".  *> First release pre testing.
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
     03  PY-Bud-Status       pic xx.
     03  PY-Chkh-Status      pic xx.
     03  PY-Aca-Status       pic xx.
     03  PY-Pos-Status       pic xx.
*>
     03  WS-Eval-Msg         pic x(25)    value spaces.
     03  WS-Env-Columns      pic 999      value zero.
         05  WS-Dp-Act-Dol     pic s9(8)v99 comp-3.
         05  WS-Dp-Act-Y-Hrs   pic s9(7)v99 comp-3.
         05  WS-Dp-Act-Y-Dol   pic s9(8)v99 comp-3.
         05  WS-Dp-Vac-Dol     pic s9(8)v99 comp-3.
     03  WS-Dp-Sub           pic 999      value zero.
     03  WS-Dp-Hit           pic 999      value zero.
     03  WS-Chkh-Month       pic 99       value zero.
*>
*> Positions and the FTE filled in each, for the vacancy dollars.
*>
     03  WS-Vp-Count         pic 9(4)     value zero.
     03  WS-Vp-Sub           pic 9(4)     value zero.
     03  WS-Vp-Table.
         05  WS-Vp-Entry                  occurs 3000
                                          ascending key WS-Vp-Key indexed by VX.
             07  WS-Vp-Key.
                 09  WS-Vp-Dept      pic x(4).
                 09  WS-Vp-No        pic 9(5).
             07  WS-Vp-Auth          pic 99v99     comp-3.
             07  WS-Vp-Filled        pic 999v99    comp-3.
             07  WS-Vp-Annual        pic 9(9)v99   comp-3.
     03  WS-Vp-Find.
         05  WS-Vp-Find-Dept     pic x(4).
         05  WS-Vp-Find-No       pic 9(5).
     03  WS-Vp-Vacant        pic 999v99   comp-3  value zero.
*>
*> One report line's figures
*>
     03  WS-Rl-Var-Pct       pic s9(4)v9  comp-3 value zero.
         05  col  32     pic x(44)   value "Department Labor Budget v Actual - Period".
         05  col  74     pic 9(6)    source WS-Key-Period.
     03  line  4.
         05  col   1                 value "Dept   Bud Hours   Act Hours    Bud Dollars    Act Dollars   Var %     YTD Bud $      YTD Act $  YTD Var % Vacancy $ Mth".
*>
 01  Bud-Detail-Line type is detail.
     03  line + 1.
         05  col  70     pic zz,zzz,zz9.99 source WS-Dp-Bud-Y-Dol (WS-Dp-Sub).
         05  col  85     pic zz,zzz,zz9.99 source WS-Dp-Act-Y-Dol (WS-Dp-Sub).
         05  col 100     pic -zzz9.9       source WS-Rl-Var-Y-Pct.
         05  col 109     pic zz,zzz,zz9.99 source WS-Dp-Vac-Dol   (WS-Dp-Sub).
*>
 01  type control Footing Final line plus 2.
     03  col 1           pic x(32)         value "*** End of Budget v Actual ***".
     perform  cb000-Budget-Pass.
     perform  cc000-Actual-Dollars-Pass.
     perform  cd000-Actual-Hours-Pass.
     perform  ce000-Vacancy-Pass.
     close    PY-Employee-File.
*>
     open     output Print-File.
     close    PY-ACA-Hours-File.
*>
 cd000-Exit.  exit section.
*>
 ce000-Vacancy-Pass          section.
*>**********************************
*>
*> Open positions into a table in key order, the FTE of employees on
*> the books (A or L) added to the position each holds (zero Emp-FTE
*> = 1.00), then each position's unfilled FTE costed at a twelfth of
*> its budgeted annual rate (hourly x 2080) into its department.
*> Over-hired positions give nothing back. No position file = no
*> vacancy dollars.
*>
     open     input PY-Position-File.
     if       PY-Pos-Status not = "00"
              go to    ce000-Exit.
     move     zero to WS-Vp-Count.
     move     low-values to Pos-Key.
     start    PY-Position-File key not < Pos-Key
              invalid key
                       close    PY-Position-File
                       go to    ce000-Exit
     end-start.
     perform  forever
              read     PY-Position-File next record at end
                       exit perform
              end-read
              if       PY-Pos-Status not = "00"
                 or    WS-Vp-Count = 3000
                       exit perform
              end-if
              if       not Pos-Open
                       exit perform cycle
              end-if
              add      1 to WS-Vp-Count
              move     Pos-Dept     to WS-Vp-Dept   (WS-Vp-Count)
              move     Pos-No       to WS-Vp-No     (WS-Vp-Count)
              move     Pos-Auth-FTE to WS-Vp-Auth   (WS-Vp-Count)
              move     zero         to WS-Vp-Filled (WS-Vp-Count)
              if       Pos-Hourly
                       compute  WS-Vp-Annual (WS-Vp-Count) = Pos-Bud-Rate * 2080
              else
                       move     Pos-Bud-Rate to WS-Vp-Annual (WS-Vp-Count)
              end-if
     end-perform.
     close    PY-Position-File.
     if       WS-Vp-Count = zero
              go to    ce000-Exit.
     perform  varying WS-Vp-Sub from WS-Vp-Count by 1
                      until WS-Vp-Sub not < 3000
              move     high-values to WS-Vp-Key (WS-Vp-Sub + 1)
     end-perform.
*>
     move     zero to Emp-No.
     start    PY-Employee-File key not < Emp-No
              invalid key
                       go to ce010-Cost-Vacancies
     end-start.
     perform  forever
              read     PY-Employee-File next record at end
                       exit perform
              end-read
              if       PY-Emp-Status not = "00"
                       exit perform
              end-if
              if      (Emp-Status not = "A" and not = "L")
                 or    Emp-Position = zero
                       exit perform cycle
              end-if
              move     Emp-Dept     to WS-Vp-Find-Dept
              move     Emp-Position to WS-Vp-Find-No
              search   all WS-Vp-Entry
                       at end
                                continue
                       when     WS-Vp-Key (VX) = WS-Vp-Find
                                if       Emp-FTE = zero
                                         add      1       to WS-Vp-Filled (VX)
                                else
                                         add      Emp-FTE to WS-Vp-Filled (VX)
                                end-if
              end-search
     end-perform.
*>
 ce010-Cost-Vacancies.
     perform  varying WS-Vp-Sub from 1 by 1 until WS-Vp-Sub > WS-Vp-Count
              if       WS-Vp-Filled (WS-Vp-Sub) < WS-Vp-Auth (WS-Vp-Sub)
                       compute  WS-Vp-Vacant = WS-Vp-Auth (WS-Vp-Sub)
                                             - WS-Vp-Filled (WS-Vp-Sub)
                       move     WS-Vp-Dept (WS-Vp-Sub) to WS-Key-Dept
                       perform  cz000-Find-Dept
                       if       WS-Dp-Hit not = zero
                                compute  WS-Dp-Vac-Dol (WS-Dp-Hit) rounded =
                                         WS-Dp-Vac-Dol (WS-Dp-Hit)
                                       + WS-Vp-Vacant * WS-Vp-Annual (WS-Vp-Sub) / 12
                       end-if
              end-if
     end-perform.
*>
 ce000-Exit.  exit section.
