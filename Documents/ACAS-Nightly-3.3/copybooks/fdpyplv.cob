*>
*>*******************************************
*>                                          *
*>  File Definition For PY Purchase Ledger  *
*>       Invoice Batch Staging File         *
*>                                          *
*>*******************************************
*>
*>  Batch lines, comma separated:
*>    H,batch date,company
*>    I,supplier,invoice ref,invoice date,due date,amount,GL account,legend
*>    T,records,amount total   - the batch control
*>
 fd  PY-PL-Inv-File.
*>
 01  PY-PL-Inv-Line          pic x(100).
*>
