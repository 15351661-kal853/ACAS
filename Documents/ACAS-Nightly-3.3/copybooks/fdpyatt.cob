*>*******************************************
*>                                          *
*>  File Definition For PY Attendance       *
*>           Occurrence File                *
*>                                          *
*>*******************************************
*>
 fd  PY-Attendance-File.
*>
 copy "wspyatt.cob".
