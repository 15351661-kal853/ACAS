*>**
*> Changes:
*> 02/09/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 Hrs-Key now ends in Hrs-Trans-Code - zeroed on
*>                       the header/start keys, and coded money lines
*>                       do not count as worked time round a holiday.
*>
*>**
*>*************************************************************************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pyholgen (1.0.01)".  *> First release pre testing.
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
*> The batch header must exist - holiday lines join the batch that is
*> being built for the period.
*>
     move     zero to Hrs-Emp-No Hrs-Effective-Date Hrs-Rate Hrs-Trans-Code.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       display  PY844    at line WS-23-Lines col 1 foreground-color 4 erase eos
*> The batch grew - force a fresh proof before it can apply.
*>
     if       WS-Cnt-Generated not = zero
              move     zero to Hrs-Emp-No Hrs-Effective-Date Hrs-Rate Hrs-Trans-Code
              read     PY-Pay-Transactions-File key Hrs-Key
                       invalid key
                                continue
     move     "N" to WS-Before-Hit WS-After-Hit.
     move     Emp-No       to Hrs-Emp-No.
     move     WS-Per-Start to Hrs-Effective-Date.
     move     zero         to Hrs-Rate Hrs-Trans-Code.
     start    PY-Pay-Transactions-File key not < Hrs-Key
              invalid key
                       go to bd000-Exit
              if       Hrs-Gen-Flag = "H"
                       exit perform cycle          *> a holiday line proves nothing
              end-if
              if       not Hrs-Hours-Line
                       exit perform cycle          *> nor does a coded money line
              end-if
              if       Hrs-Effective-Date < WS-Hol-Date
                       move     "Y" to WS-Before-Hit
              end-if
