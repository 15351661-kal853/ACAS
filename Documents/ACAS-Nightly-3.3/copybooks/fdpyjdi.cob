*>*******************************************
*>                                          *
*>  File Definition For PY Tax Jurisdiction *
*>       Directory Import File (CSV)        *
*>*******************************************
*>
*>  One line per ZIP+4 range, comma separated:
*>    zip,plus4 low,plus4 high,state,county,municipality,
*>    school district,PSD code
*>  Plus4 low / high left empty = the whole ZIP.
*>
 fd  PY-Juris-Imp-File.
*>
 01  PY-Juris-Imp-Record     pic x(200).
