*>     Year-End Archive File                *
*>  Uses Chka-Year + Chkh key as key        *
*>*******************************************
*>  File size 228 bytes per record.
*>
*>  One record per archived check - the whole PY-Chk-History-Record
*>  image (wspychkh.cob) under a year-first key, written by py930's
*>  pyinq reach in transparently when asked for an older check date.
*>
*> 02/09/26 vbc - Created.
*> 15/10/26 vbc - Chka-Chkh-Image 110 -> 119 to hold the whole check
*>                history record now it carries Chkh-Hours / Chkh-Tips.
*>                File size increases.
*> 15/10/26 vbc - Chka-Chkh-Image 119 -> 144 for Chkh-ED-Posted and
*>                Chkh-ED-Amt. File size increases.
*> 15/10/26 vbc - Chka-Check-No redefines the image's Chkh-Check-No
*>                for the check number key. Record size unchanged.
*> 15/10/26 vbc - Chka-Chkh-Image 144 -> 205 for Chkh-Ext-Posted and
*>                Chkh-Ext. File size increases.
*>
 01  PY-Chkh-Arch-Record.
     03  Chka-Key.
         05  Chka-Emp-No     pic 9(7).
         05  Chka-Check-Date pic 9(8).            *> ccyymmdd
     03  Chka-Archived-Date  pic 9(8)     comp.   *> ccyymmdd archive was written
     03  Chka-Chkh-Image     pic x(205).          *> the live record as it was
     03  filler  redefines Chka-Chkh-Image.
         05  filler          pic x(16).           *> Chkh-Key & Chkh-Interval
         05  Chka-Check-No   pic 9(6)     comp.   *> Chkh-Check-No
         05  filler          pic x(185).
*>
