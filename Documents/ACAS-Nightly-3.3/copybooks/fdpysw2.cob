*>*******************************************
*>                                          *
*>  File Definition For PY State W-2        *
*>       Submission File                    *
*>   Same 512 byte EFW2 record layout       *
*>*******************************************
*>
 fd  PY-State-W2-File.
*>
 copy "wspyefw2.cob".
