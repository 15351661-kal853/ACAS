*> 02/09/26 vbc - 1.0.01 Captures the state's withholding deposit
*>                       rule (Stp-Dep-Freq / Stp-Dep-Due-Day) for
*>                       pystdep's ledger aging.
*> 15/10/26 vbc - 1.0.03 Captures the state withholding employer account
*>                       number for pystrec's state W-2 file.
*>
*>**
*>*************************************************************************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pystprof (1.0.03)".  *> First release pre testing.
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
              move     "M" to Stp-Dep-Freq.
     display  "Due day of following period [  ]"         at line 13 col 40.
     accept   Stp-Dep-Due-Day at line 13 col 69 with UPDATE.
*>
*> The state's withholding account number - pystrec puts it on the
*> state W-2 submission.
*>
     display  "Withholding account no.     [                    ]"
                                                       at line 18 col 1.
     accept   Stp-Acct-No at line 18 col 30 with UPDATE.
*>
     display  "Write this profile (Y/N) [ ]" at line 14 col 1.
     move     "N" to WS-Reply.
     display  "Deposit freq / due day : " at line 13 col 1.
     display  Stp-Dep-Freq                at line 13 col 27.
     display  Stp-Dep-Due-Day             at line 13 col 30.
     display  "Withholding account no.: " at line 14 col 1.
     display  Stp-Acct-No                 at line 14 col 27.
*>
 ab030-Exit.  exit section.
