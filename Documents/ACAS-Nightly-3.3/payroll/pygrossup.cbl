*>                       exactly as the apply run prices it - the
*>                       company-wide Ded-SDI fields stay the
*>                       fallback for states without a profile.
*> 15/10/26 vbc - 1.0.03 Staged entry is an hours line - Hrs-Trans-Code
*>                       and Hrs-Amount zeroed.
*>
*>**
*>*************************************************************************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pygrossup(1.0.03)".  *> First release pre testing.
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
     move     Emp-No          to Hrs-Emp-No.
     accept   Hrs-Effective-Date from date YYYYMMDD.
     move     WS-Stage-Slot   to Hrs-Rate.
     move     zero            to Hrs-Trans-Code.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       continue
     move     Emp-No          to Hrs-Emp-No.
     accept   Hrs-Effective-Date from date YYYYMMDD.
     move     WS-Stage-Slot   to Hrs-Rate.
     move     zero            to Hrs-Trans-Code.
     move     WS-Stage-Units  to Hrs-Units.
     move     zero            to Hrs-Amount.
     move     zero            to Hrs-Entry-Batch-No.
     move     spaces          to Hrs-Job-Tag.
     write    PY-Pay-Transactions-Record
