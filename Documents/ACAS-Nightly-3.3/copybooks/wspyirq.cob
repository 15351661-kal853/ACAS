*>*******************************************
*>                                          *
*>  Call Interface For pyireg - Inbound     *
*>     File Registry / Record Imaging       *
*>                                          *
*>*******************************************
*>
*>  Check (C)  - prog and file name in; size, record count and
*>  checksum out, with Irq-Dup = Y and the entry number when this
*>  program has already imported the same file (and it was not
*>  backed out).
*>  Open (O)   - after a check, registers the import In Progress and
*>  keeps the registry and image files open. Irq-Dup = Y with an
*>  override reason records an Admin override of the duplicate.
*>  Image (I)  - file id, action, record key and before / after
*>  images in, one per write or rewrite the import makes.
*>  Finish (F) - loaded, rejected and control totals in; the entry is
*>  marked Complete and the files closed.
*>
*>  Result 0 = done, 1 = file could not be read, 2 = registry not
*>  available.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Import-Request.
     03  Irq-Action          pic x.
         88  Irq-Check                    value "C".
         88  Irq-Open                     value "O".
         88  Irq-Image                    value "I".
         88  Irq-Finish                   value "F".
     03  Irq-Prog            pic x(18).
     03  Irq-File-Name       pic x(532).
     03  Irq-Seq             pic 9(6).
     03  Irq-Dup             pic x.
     03  Irq-Dup-Of          pic 9(6).
     03  Irq-Override-Reason pic x(30).
     03  Irq-Rec-Count       pic 9(7).
     03  Irq-Bytes           pic 9(10).
     03  Irq-Checksum        pic 9(10).
     03  Irq-Loaded          pic 9(7).
     03  Irq-Rejected        pic 9(7).
     03  Irq-Control-Total   pic s9(11)v99 comp-3.
     03  Irq-Control-Units   pic s9(9)v99  comp-3.
     03  Irq-File-Id         pic x(8).
     03  Irq-Img-Action      pic x.
     03  Irq-Rec-Key         pic x(24).
     03  Irq-Before          pic x(1200).
     03  Irq-After           pic x(1200).
     03  Irq-Result          pic 9.
*>
