*>*******************************************
*>                                          *
*>  English Label Sets For The Employee     *
*>       Facing Outputs                     *
*>*******************************************
*>
*>  The labels each document prints in English - the default, and
*>  the fallback for any label with no translation on PY-Label-
*>  File. Numbered in order within each set: Lbl-No n is the nth
*>  entry. Add new labels to the END of a set and raise its count
*>  in pylabel (WS-Doc-Table) so existing translations keep their
*>  numbers.
*>
*> 15/10/26 vbc - Created.
*> 15/10/26 vbc - STB 23 / 24 added - the pystubrp reprint of a pay date
*>                paid before the mid-year conversion (pyconv).
*>
*> CHK - pychkprt check face
*>
 01  Lbe-Chk-Set.
     03  filler  pic x(60) value "Check No".
     03  filler  pic x(60) value "Date".
     03  filler  pic x(60) value "PAY TO THE ORDER OF:".
     03  filler  pic x(60) value "Authorized signature".
     03  filler  pic x(60) value "Second signature - required over threshold".
 01  filler redefines Lbe-Chk-Set.
     03  Lbe-Chk     pic x(60)  occurs 5.
*>
*> ADV - pyadvice slip and email
*>
 01  Lbe-Adv-Set.
     03  filler  pic x(60) value "Payment / Direct Deposit Advice".
     03  filler  pic x(60) value "Employee No :".
     03  filler  pic x(60) value "Check No    :".
     03  filler  pic x(60) value "Direct Deposit".
     03  filler  pic x(60) value "Pay Method  :".
     03  filler  pic x(60) value "Check".
     03  filler  pic x(60) value "Paycard".
     03  filler  pic x(60) value "Gross".
     03  filler  pic x(60) value "Other Pay 1".
     03  filler  pic x(60) value "Other Pay 2".
     03  filler  pic x(60) value "Deductions".
     03  filler  pic x(60) value "FWT".
     03  filler  pic x(60) value "SWT".
     03  filler  pic x(60) value "LWT".
     03  filler  pic x(60) value "FICA".
     03  filler  pic x(60) value "SDI".
     03  filler  pic x(60) value "Other Ded 1".
     03  filler  pic x(60) value "Other Ded 2".
     03  filler  pic x(60) value "Other Ded 3".
     03  filler  pic x(60) value "Net Pay This Period".
     03  filler  pic x(60) value "Quarter to Date".
     03  filler  pic x(60) value "Year to Date".
     03  filler  pic x(60) value "Taxable Income".
     03  filler  pic x(60) value "MCare".
     03  filler  pic x(60) value "Net".
     03  filler  pic x(60) value "Pay Advice".
 01  filler redefines Lbe-Adv-Set.
     03  Lbe-Adv     pic x(60)  occurs 26.
*>
*> NTC - pynotice wage notice letter
*>
 01  Lbe-Ntc-Set.
     03  filler  pic x(60) value "NOTICE OF PAY RATE - Wage Theft Prevention Act".
     03  filler  pic x(60) value "Employer:".
     03  filler  pic x(60) value "Employee:".
     03  filler  pic x(60) value "Your rate of pay (rate slot".
     03  filler  pic x(60) value ") changes from".
     03  filler  pic x(60) value "to".
     03  filler  pic x(60) value "effective".
     03  filler  pic x(60) value "(ccyymmdd). Regular payday and frequency are unchanged.".
     03  filler  pic x(60) value "Employee signature / date : ______________________  ________".
     03  filler  pic x(60) value "Return the signed copy to Payroll - retained per statute.".
 01  filler redefines Lbe-Ntc-Set.
     03  Lbe-Ntc     pic x(60)  occurs 10.
*>
*> STB - pystubrp stub reprint
*>
 01  Lbe-Stb-Set.
     03  filler  pic x(60) value "*** COPY - NOT A CHECK ***".
     03  filler  pic x(60) value "Emp No:".
     03  filler  pic x(60) value "Requested Date:".
     03  filler  pic x(60) value "Pay Stub Detail (exact reprint)".
     03  filler  pic x(60) value "Gross".
     03  filler  pic x(60) value "Rate 1".
     03  filler  pic x(60) value "Rate 2".
     03  filler  pic x(60) value "Rate 3".
     03  filler  pic x(60) value "Rate 4".
     03  filler  pic x(60) value "Oth Pay".
     03  filler  pic x(60) value "Net".
     03  filler  pic x(60) value "FWT".
     03  filler  pic x(60) value "SWT".
     03  filler  pic x(60) value "LWT".
     03  filler  pic x(60) value "FICA".
     03  filler  pic x(60) value "SDI".
     03  filler  pic x(60) value "Oth Ded".
     03  filler  pic x(60) value "Exact check no longer on file - cumulative totals shown".
     03  filler  pic x(60) value "QTD".
     03  filler  pic x(60) value "YTD".
     03  filler  pic x(60) value "Net Pay".
     03  filler  pic x(60) value "MCare".
     03  filler  pic x(60) value "Paid by the prior payroll provider - opening balances".
     03  filler  pic x(60) value "Converted on".
 01  filler redefines Lbe-Stb-Set.
     03  Lbe-Stb     pic x(60)  occurs 24.
*>
