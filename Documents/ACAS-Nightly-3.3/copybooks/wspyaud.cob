*>  date range. Values are carried as display text.
*>
*> 22/08/26 vbc - Created.
*> 15/10/26 vbc - pycobra reads the EMP-STATUS entries for COBRA
*>                qualifying events. No change.
*>
 01  PY-Audit-Record.
     03  Aud-Date            pic 9(8).            *> ccyymmdd
