*>
*>*******************************************
*>                                          *
*>  File Definition For PY Sales Ledger     *
*>       Cash Receipt Batch Staging File    *
*>                                          *
*>*******************************************
*>
*>  Batch lines, comma separated:
*>    H,batch date,company
*>    R,customer,receipt ref,check date,amount,employee no,legend
*>    T,records,amount total   - the batch control
*>
 fd  PY-SL-Rcpt-File.
*>
 01  PY-SL-Rcpt-Line         pic x(100).
*>
