*>*******************************************
*>                                          *
*>  File Definition For PY Meal / Rest      *
*>            Violation File                *
*>                                          *
*>*******************************************
*>
 fd  PY-Meal-Violation-File.
*>
 copy "wspymlv.cob".
