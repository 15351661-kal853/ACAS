*> 22/08/26 vbc - 1.0.01 Entries grouped per employee - one WH-347
*>                       line per employee with the daily hours spread
*>                       across the week's day columns.
*> 15/10/26 vbc - 1.0.02 Coded money lines (Hrs-Trans-Code) add their
*>                       Hrs-Amount to gross with no hours; reported
*>                       tips are left out as never paid by us.
*> 15/10/26 vbc - 1.0.03 Code 19 Imputed Income (non-cash fringe value)
*>                       left out of gross too - Hrs-Code-Non-Cash.
*>
*>**
*>*************************************************************************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pywh347  (1.0.03)".  *> First release pre testing.
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
     end-perform.
     move     zero to Hrs-Emp-No
                      Hrs-Effective-Date
                      Hrs-Rate
                      Hrs-Trans-Code.
     start    PY-Pay-Transactions-File key not < Hrs-Key
              invalid key
                       go to ba000-Exit
*>**********************************
*>
*> Hours into the day-of-week column of the entry's effective date
*> (Sunday = 1), priced at the entry's rate slot. A coded money line
*> has no hours - its amount goes to gross, reported tips and imputed
*> fringe value excepted.
*>
     if       not Hrs-Hours-Line
              if       not Hrs-Code-Non-Cash
                       add      Hrs-Amount to WS-Rl-Gross
              end-if
              go to    ba010-Exit
     end-if.
     move     Hrs-Effective-Date to WS-Test-YMD.
     if       FUNCTION Test-Date-YYYYMMDD (WS-Test-YMD) = zero
              compute  WS-Day-Sub = FUNCTION MOD
