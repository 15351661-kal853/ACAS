*>*******************************************
*>                                          *
*>  File Definition For PY OSHA 300A ITA    *
*>       Upload File (CSV)                  *
*>                                          *
*>*******************************************
*>
 fd  PY-OSHA-ITA-File.
*>
 01  PY-OSHA-ITA-Line        pic x(512).
