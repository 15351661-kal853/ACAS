*>*******************************************
*>                                          *
*>  Record Definition For The Inbound       *
*>         File Import Registry             *
*>     Uses Imr-Seq as key                  *
*>*******************************************
*>  File size 240 bytes.
*>
*>  One record per inbound file taken in by an import - time clock
*>  (pytcimp), ACH returns / NOCs (pyachret), bank reconciliation
*>  (pyrecon), third-party sick pay (pysickimp), routing directory
*>  (pyrdir), tax tables (pytaximp) and new hires (pyempimp). pyireg
*>  fingerprints the file (size, record count and checksum) before
*>  it is loaded; the same file offered again to the same program is
*>  refused unless an Admin overrides it with a reason. Every record
*>  the import writes or rewrites is imaged on PY-Import-Image-File
*>  so that pyinbound can back out exactly what it created.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Import-Reg-Record.
     03  Imr-Seq             pic 9(6).            *> 1 up
     03  Imr-Prog            pic x(18).           *> prog-name of the importer
     03  Imr-File-Name       pic x(60).           *> as read
     03  Imr-Bytes           pic 9(10).
     03  Imr-Checksum        pic 9(10).
     03  Imr-Rec-Count       pic 9(7).            *> lines in the file
     03  Imr-Loaded          pic 9(7).            *> taken in
     03  Imr-Rejected        pic 9(7).
     03  Imr-Control-Total   pic s9(11)v99 comp-3. *> importer's dollar total
     03  Imr-Control-Units   pic s9(9)v99  comp-3. *> and hours / units, if any
     03  Imr-Date            pic 9(8).            *> ccyymmdd
     03  Imr-Time            pic 9(6).            *> hhmmss
     03  Imr-Operator        pic x(8).
     03  Imr-Status          pic x.
         88  Imr-In-Progress              value "I".  *> never finished - still backs out
         88  Imr-Complete                 value "C".
         88  Imr-Backed-Out               value "B".
     03  Imr-Override-Of     pic 9(6).            *> non zero = Admin took a duplicate of this entry
     03  Imr-Override-Reason pic x(30).
     03  Imr-Images          pic 9(7).            *> records imaged
     03  Imr-Backout-Date    pic 9(8).
     03  Imr-Backout-Time    pic 9(6).
     03  Imr-Backout-By      pic x(8).
     03  Imr-Backout-Left    pic 9(7).            *> changed since import - not undone
     03  filler              pic x(7).
*>
