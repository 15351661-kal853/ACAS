*>                      entries link here via Emp-ED-Payee-No (py010)
*>                      and pyremit totals and stages the payments by
*>                      payee after each apply, by check or as an ACH
*>                      credit to the bank details held here, or
*>                      through the Purchase Ledger supplier account
*>                      held here (pyplpost).
*>
*>                      Functions: Add, Amend, Delete, Inquire - same
*>                      prompt plan as pystprof.
*>    Files used :
*>                      pypr1.   Params.
*>                      pypayee. Third-Party Payee Master - I-O.
*>                      pyact.   PY Accounts - Input (optional).
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY765 - 768, PY499 - 500.
*>**
*> Changes:
*> 22/08/26 vbc - 1.0.00 Created.
*>                       check digit plus (when pyrdir has loaded the
*>                       directory) a routing directory lookup with
*>                       the bank name shown to confirm (zz130).
*> 15/10/26 vbc - 1.0.03 Remit method L - paid through the Purchase
*>                       Ledger: supplier account, payment terms and
*>                       the liability account (on pyact when that is
*>                       on file) captured for pyplpost.
*>                       New msgs PY499 - 500.
*> 15/10/26 vbc - 1.0.04 Msg sizes corrected to their text.
*>
*>**
*>*************************************************************************
 copy "selpyparam1.cob".
 copy "selpypye.cob".
 copy "selpyrdr.cob".
 copy "selpyact.cob".
*>
 data                    division.
*>================================
 copy "fdpyparam1.cob".
 copy "fdpypye.cob".
 copy "fdpyrdr.cob".
 copy "fdpyact.cob".
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pypayee  (1.0.04)".  *> First release pre testing.
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
     03  PY-Pye-Status       pic xx.
     03  PY-Rdr-Status       pic xx.
     03  WS-Rdr-Open         pic x        value "N".  *> routing directory on file
     03  PY-Act-Status       pic xx.
     03  WS-Act-Open         pic x        value "N".  *> PY accounts on file
*>
*> Routing number validation work fields - see zz130 (same plan as
*> py010's direct deposit entry).
*>
     03  PY765           pic x(40) value "PY765 No payee on file for that number".
     03  PY766           pic x(45) value "PY766 Payee already on file for that number".
     03  PY767           pic x(45) value "PY767 Remit method must be C, A or L - re-key".
     03  PY768           pic x(34) value "PY768 Payee number must not be zero".
     03  PY238           pic x(49) value "PY238 Routing number fails the ABA check digit".
     03  PY239           pic x(52) value "PY239 Routing number not in the bank directory".
     03  PY499           pic x(53) value "PY499 Purchase Ledger supplier account must be given".
     03  PY500           pic x(51) value "PY500 Liability account not on the PY accounts file".
*>
 01  Error-Code          pic 999.
 01  WS-Co-Code           pic 9(03)  value 1.  *> Which company's params this run uses
     open     input PY-Routing-Dir-File.
     if       PY-Rdr-Status = "00"
              move     "Y" to WS-Rdr-Open.
*>
*> The PY accounts file likewise - when there, a Purchase Ledger
*> payee's liability account must be on it.
*>
     open     input PY-Accounts-File.
     if       PY-Act-Status = "00"
              move     "Y" to WS-Act-Open.
*>
     perform  ab010-Maintain until WS-All-Done.
*>
     close    PY-Payee-File.
     if       WS-Rdr-Open = "Y"
              close    PY-Routing-Dir-File.
     if       WS-Act-Open = "Y"
              close    PY-Accounts-File.
     goback.
*>
 aa000-Exit.  Exit section.
     accept   Pye-Zip       at line 11 col 20 with UPDATE.
*>
 ab011-Get-Method.
     display  "Remit method (C = Check, A = ACH credit, L = Purchase Ledger) [ ]"
                                                                     at line 12 col 1.
     accept   Pye-Remit-Method at line 12 col 64 with UPPER UPDATE.
     if       Pye-Remit-Method not = "C" and not = "A" and not = "L"
              display  PY767 at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to    ab011-Get-Method.
     display  space at line WS-23-Lines col 1 with erase eol.
              display  "Bank account no   [                 ]"       at line 14 col 1
              accept   Pye-Bank-Acct  at line 14 col 20 with UPDATE
     end-if.
     if       Pye-By-PL
              perform  ab013-Get-PL-Link
     else
              move     spaces to Pye-PL-Supplier
              move     zero   to Pye-PL-Terms Pye-Liab-Act
     end-if.
*>
*>
*> 1099 reporting identity - a reportable payee (garnishment
     perform  zz130-Validate-Routing.
     if       WS-Route-OK not = "Y"
              go to ab012-Get-Bank-Route.
*>
 ab013-Get-PL-Link.
*>
*> Paid through the Purchase Ledger - pyplpost raises the staged
*> remittance as an invoice on this supplier account, due after the
*> terms, distributed to the liability account's GL number.
*>
     display  "PL supplier [       ]  Terms (days) [   ]  Liability acct [  ]"
                                                            at line 13 col 1.
     accept   Pye-PL-Supplier at line 13 col 14 with UPPER UPDATE.
     if       Pye-PL-Supplier = spaces
              display  PY499 at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to    ab013-Get-PL-Link.
     accept   Pye-PL-Terms    at line 13 col 38 with UPDATE.
     accept   Pye-Liab-Act    at line 13 col 60 with UPDATE.
     if       WS-Act-Open = "Y"
              move     Pye-Liab-Act to Act-No
              read     PY-Accounts-File key Act-No
                       invalid key
                                display  PY500 at line WS-23-Lines col 1 foreground-color 4 erase eol
                                go to    ab013-Get-PL-Link
              end-read
              display  Act-Desc at line 14 col 40
     end-if.
     display  space at line WS-23-Lines col 1 with erase eol.
*>
 ab010-Exit.  exit section.
*>
              display  Pye-Bank-Route     at line 13 col 19
              display  Pye-Bank-Acct      at line 13 col 30
     end-if.
     if       Pye-By-PL
              display  "PL supplier   : " at line 13 col 1
              display  Pye-PL-Supplier    at line 13 col 18
              display  "Terms"            at line 13 col 27
              display  Pye-PL-Terms       at line 13 col 33
              display  "Liability acct"   at line 13 col 38
              display  Pye-Liab-Act       at line 13 col 53
     end-if.
*>
 ab030-Exit.  exit section.
