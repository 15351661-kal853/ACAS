*>                      living increase, or bumping minimum-wage-tied
*>                      rates after PY-PR1-Min-Wage changes in py900.
*>                      Every changed rate is logged, before and after,
*>                      on the Rate Change Audit Report (Print-File),
*>                      with any now outside the employee's salary
*>                      grade range flagged.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pygrdchk.
*>**
*>    Functions Used:
*>                      None.
*>                       audit entry on PY-Audit-File - see pyaudrpt -
*>                       and a compensation change history entry
*>                       (reason MAS) - see pyrchrpt.
*> 15/10/26 vbc -        Each new rate is checked against the
*>                       employee's salary grade range (pygrdchk) and
*>                       those now below the minimum or above the
*>                       maximum flagged on the report and counted.
*>**
*>*************************************************************************
*> Copyright Notice.
 copy "Test-Data-Flags.cob".           *> set sw-Testing to zero to stop logging.
*>                                        ABOVE SHOULD BE OFF use for dummy test reporting
*> REMARK OUT ANY IN USE
*>
 copy "wspygrq.cob".
*>
 01  WS-Data.
     03  WS-Reply            pic x.
 01  WS-Aud-Edit              pic z(7)9.99.
 01  WS-New-Rate              pic 9(5)v99  comp-3  value zero.
 01  WS-Confirm               pic x        value space.
 01  WS-Grd-Date              pic 9(8)     value zero.
 01  WS-Grd-Flag              pic x(12)    value spaces.
 01  WS-Below-Cnt             pic 9(4)     value zero.
 01  WS-Above-Cnt             pic 9(4)     value zero.
*>
 01  Error-Messages.
*> System Wide
         05  col  15                 value "Employee Name".
         05  col  50                 value "Old Rate 1".
         05  col  63                 value "New Rate 1".
         05  col  76                 value "Grade".
         05  col  82                 value "Range".
*>
 01  Rtchg-Detail type is detail.
     03  line + 1.
         05  col  15     pic x(32)         source Emp-Name.
         05  col  50     pic zz,zz9.99     source WS-Old-Rate.
         05  col  63     pic zz,zz9.99     source WS-New-Rate.
         05  col  76     pic x(4)          source Emp-Grade.
         05  col  82     pic x(12)         source WS-Grd-Flag.
*>
 01  type control Footing Final line plus 2.
     03  line + 1.
         05  col 1       pic x(25)         value "Total - Rates Changed :".
         05  col 27      pic zzz9          source WS-Rec-Cnt.
     03  line + 1.
         05  col 1       pic x(25)         value "Below grade minimum   :".
         05  col 27      pic zzz9          source WS-Below-Cnt.
     03  line + 1.
         05  col 1       pic x(25)         value "Above grade maximum   :".
         05  col 27      pic zzz9          source WS-Above-Cnt.
*>
 procedure division using WS-Calling-Data  *> ACAS
                          WS-System-Record *> ACAS
*> Emp-Rate (1) for matching active employees, rewrites the record and
*> logs a before/after audit line per employee changed.
*>
     move     zero to WS-Rec-Cnt WS-Below-Cnt WS-Above-Cnt.
     accept   WS-Grd-Date from date YYYYMMDD.
     subtract 1 from Page-Lines giving WS-Page-Lines.  *> Could be the same ??  <<<<
*>
     initiate Rate-Change-Report.
                               WS-Old-Rate + (WS-Old-Rate * WS-Change-Pct-Amt / 100)
              end-if
              move     WS-New-Rate to Emp-Rate (1)
              perform  zz110-Grade-Check
              perform  zz100-Write-Audit
              rewrite  PY-Employee-Record
                       invalid key
     close    PY-Rate-Change-File.
*>
 zz100-Exit.  exit section.
*>
 zz110-Grade-Check           section.
*>**********************************
*>
*> The new rate against the employee's salary grade range in force
*> today - a warning on the report only, the change still goes on.
*>
     move     Emp-Grade        to Grq-Grade.
     move     WS-Grd-Date      to Grq-As-Of.
     move     Emp-Rate (1)     to Grq-Rate.
     move     Emp-HS-Type      to Grq-HS-Type.
     move     Emp-Pay-Freq     to Grq-Pay-Freq.
     move     Emp-Normal-Units to Grq-Normal-Units.
     call     "pygrdchk" using PY-Grade-Check File-Defs.
     evaluate Grq-Result
              when     1
                       move     "BELOW MIN" to WS-Grd-Flag
                       add      1 to WS-Below-Cnt
              when     2
                       move     "ABOVE MAX" to WS-Grd-Flag
                       add      1 to WS-Above-Cnt
              when     9
                       move     "NO RANGE"  to WS-Grd-Flag
              when     other
                       move     spaces      to WS-Grd-Flag
     end-evaluate.
*>
 zz110-Exit.  exit section.
