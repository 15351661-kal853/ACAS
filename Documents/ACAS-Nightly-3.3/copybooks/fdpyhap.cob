*>*******************************************
*>                                          *
*>  File Definition For PY Timecard         *
*>           Approval File                  *
*>                                          *
*>*******************************************
*>
 fd  PY-Hrs-Approval-File.
*>
 copy "wspyhap.cob".
