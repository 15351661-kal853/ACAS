*>                      None.
*>**
*>    Functions Used:
*>                      CURRENT-DATE, INTEGER-OF-DATE, DATE-OF-INTEGER.
*>    Files used :
*>                      pypr1.   Params (offset cash account).
*>                      pyemp.   Employee Master (names/addresses).
*>                       instead of single-run pychk, so the L-pass to
*>                       R-pass cycle survives later applies; each
*>                       check ages from its own Chkh-Check-Date.
*> 15/10/26 vbc - 1.0.02 Both passes read along the check date key and
*>                       stop at the dormancy cut-off date instead of
*>                       reading the whole check history.
*>
*>**
*>*************************************************************************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pyescheat(1.0.02)".  *> First release pre testing.
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
     03  WS-Check-Int        binary-long  value zero.
     03  WS-Age-Days         binary-long  value zero.
     03  WS-Dormancy-Days    binary-long  value zero.
     03  WS-Cutoff-YMD       pic 9(8)     value zero.   *> checks dated after this are not yet dormant
     03  WS-Esc-Liab-Acct    pic 9(6)     value zero.
*>
     03  WS-Letter-Cnt       pic 9(5)     value zero.
     if       WS-Dormancy-Years = zero
              move 3 to WS-Dormancy-Years.
     compute  WS-Dormancy-Days = WS-Dormancy-Years * 365.
     compute  WS-Cutoff-YMD = FUNCTION DATE-OF-INTEGER (WS-Today-Int - WS-Dormancy-Days).
*>
     if       WS-Function = "R"
              display  "Escheat liability GL account [      ]" at 0901
*>
*> One due-diligence letter per stale check past the dormancy period -
*> the state requires the holder be given a last chance to claim.
*>
*> Along the check date key, oldest first, to the dormancy cut-off.
*>
     open     output PY-Escheat-Letter-File.
     move     1 to Chkh-Check-Date.
     start    PY-Check-History-File key not < Chkh-Check-Date
              invalid key
                       go to ba000-Done
     end-start.
                       exit perform
              end-read
              if       PY-Chkh-Status not = "00"
                 or    Chkh-Check-Date > WS-Cutoff-YMD
                       exit perform
              end-if
              perform  bz000-Check-Is-Due
*>
     open     output Print-File.
     initiate Escheat-Report.
     move     1 to Chkh-Check-Date.
     start    PY-Check-History-File key not < Chkh-Check-Date
              invalid key
                       go to ca000-Done
     end-start.
                       exit perform
              end-read
              if       PY-Chkh-Status not = "00"
                 or    Chkh-Check-Date > WS-Cutoff-YMD
                       exit perform
              end-if
              perform  bz000-Check-Is-Due
