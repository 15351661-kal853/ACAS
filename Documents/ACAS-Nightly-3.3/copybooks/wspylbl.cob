*>*******************************************
*>                                          *
*>  Record Definition For The Translated    *
*>       Label Set File                     *
*>  Uses Lbl-Lang + Lbl-Doc + Lbl-No as key *
*>*******************************************
*>  File size 80 bytes.
*>
*>  One record per label translated - the language (Emp-Language),
*>  the document the label belongs to and its number within that
*>  document's English set (wspylbe.cob):
*>    CHK - pychkprt check face,    ADV - pyadvice slip and email,
*>    NTC - pynotice wage notice,   STB - pystubrp reprint.
*>  A label with no record here (or a blank text) prints in English.
*>  Kept by pylabel, read through pylblset.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Label-Record.
     03  Lbl-Key.
         05  Lbl-Lang        pic x.               *> S = Spanish
         05  Lbl-Doc         pic x(3).            *> CHK, ADV, NTC or STB
         05  Lbl-No          pic 99.
     03  Lbl-Text            pic x(60).
     03  Lbl-Changed         pic 9(8).            *> ccyymmdd last keyed / seeded
     03  filler              pic x(6).
*>
