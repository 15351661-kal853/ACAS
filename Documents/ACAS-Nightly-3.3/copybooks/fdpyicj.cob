*>
*>*******************************************
*>                                          *
*>  File Definition For PY Intercompany     *
*>       Chargeback Journal Staging File    *
*>                                          *
*>*******************************************
*>
*>  Batch lines, comma separated:
*>    H,batch date,check date,company,counterparty company
*>    D,account,GL account,debit,credit,legend
*>    T,records,debit total,credit total   - the batch control
*>
 fd  PY-IC-Journal-File.
*>
 01  PY-IC-Journal-Line      pic x(80).
*>
