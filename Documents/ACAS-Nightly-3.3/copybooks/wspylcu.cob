*>*******************************************
*>                                          *
*>  Record Definition For The Local Tax     *
*>       Quarterly Return Upload File       *
*>*******************************************
*>  File size 160 bytes per record.
*>
*>  Per collecting agency, one "H" employer record, one "D" record
*>  per employee per jurisdiction per tax withheld for in the
*>  quarter, closed by a "T" total record - amounts implied decimal,
*>  no punctuation. Collectors wanting their own layout (the PA
*>  Act 32 collectors' CSV, RITA's Form 11 file) re-map this one.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Local-Upload-Record.
     03  Lcu-Rec-Type        pic x.               *> H, D or T
     03  Lcu-Collector       pic x(6).
     03  Lcu-Coll-Acct       pic x(15).           *> our account with the collector
     03  Lcu-Year            pic 9(4).
     03  Lcu-Quarter         pic 9.
     03  Lcu-EIN             pic x(9).            *> H only
     03  Lcu-Name            pic x(30).           *> H company, D employee
     03  Lcu-SSN             pic 9(9).            *> D only
     03  Lcu-Tax-Type        pic x.               *> D - E = earned income, H = head tax
     03  Lcu-PSD-Code        pic x(8).            *> D - PSD / municipality code
     03  Lcu-Juris           pic x(5).            *> D - our jurisdiction code
     03  Lcu-Res-Ind         pic x.               *> D - R = resident, N = non-resident
     03  Lcu-Wages           pic 9(11)v99.
     03  Lcu-Tax             pic 9(9)v99.
     03  Lcu-Count           pic 9(6).            *> T - D records
     03  filler              pic x(40).
*>
