*>**
*> Changes:
*> 02/09/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 Header key zeroes Hrs-Trans-Code, the new last
*>                       part of Hrs-Key.
*> 15/10/26 vbc - 1.0.02 Operator passed to pyrunctl so every step stamp
*>                       is logged for the segregation of duties report.
*>
*>**
*>*************************************************************************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyclone  (1.0.02)".  *> First release pre testing.
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
*> Batch header discipline, the pytcimp way - an unproofed batch
*> already pending is a hard stop.
*>
     move     zero to Hrs-Emp-No Hrs-Effective-Date Hrs-Rate Hrs-Trans-Code.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       move     zero to Hrs-Head-Key
*> This takes pytcimp's place at the head of the pipeline.
*>
     move     "B"  to Runq-Action.
     move     WS-CD-Args (1:8) to Runq-Operator.
     call     "pyrunctl" using PY-Run-Request File-Defs.
*>
     perform  ba000-Clone-Pass.
*>
*> Header bookkeeping - the cloned batch proofs like any other.
*>
     move     zero to Hrs-Emp-No Hrs-Effective-Date Hrs-Rate Hrs-Trans-Code.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       continue
     end-read.
*>
     move     "F"  to Runq-Action.
     move     WS-CD-Args (1:8) to Runq-Operator.
     move     1    to Runq-Step.
     call     "pyrunctl" using PY-Run-Request File-Defs.
*>
