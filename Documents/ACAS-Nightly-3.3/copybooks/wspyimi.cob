*>*******************************************
*>                                          *
*>  Record Definition For The Inbound       *
*>        Import Record Images              *
*>     Uses Imi-Key as key                  *
*>*******************************************
*>  File size 2450 bytes.
*>
*>  One record for every write or rewrite an import makes - the
*>  record as it was before (rewrites) and as the import left it,
*>  numbered within the registry entry. pyinbound works back from the
*>  last image: a record still as the import left it is deleted
*>  (written) or put back (rewritten); one changed since is left and
*>  reported.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Import-Image-Record.
     03  Imi-Key.
         05  Imi-Seq         pic 9(6).            *> Imr-Seq
         05  Imi-No          pic 9(7).            *> 1 up within the import
     03  Imi-File-Id         pic x(8).            *> PYHRS / PYPCH / PYEMP / PYCHKH / PYHIS /
                                                  *> PYCOH / PYRDR / PYSWT / PYCALX
     03  Imi-Action          pic x.
         88  Imi-Written                  value "W".
         88  Imi-Rewritten                value "R".
     03  Imi-Rec-Key         pic x(24).           *> for the back out report
     03  Imi-Before          pic x(1200).         *> spaces when written
     03  Imi-After           pic x(1200).
     03  filler              pic x(4).
*>
