*>*******************************************
*>                                          *
*>  Record Definition For The Local Earned  *
*>    Income Tax Jurisdiction File          *
*>  Uses Lcl-Juris as key                   *
*>*******************************************
*>  File size 128 bytes.
*>
*>  One record per local earned income / municipal income tax
*>  jurisdiction - the code is what Emp-LWT-Live-Juris and
*>  Emp-LWT-Work-Juris hold. Lcl-PSD-Code is the code the collector
*>  knows it by: the 6 digit Pennsylvania Act 32 political
*>  subdivision (PSD) code or the Ohio municipality code. pyapply
*>  withholds at the resident rate for the Live jurisdiction and the
*>  non-resident rate for the Work one; pylocal files the quarterly
*>  return to the collecting agency (Lcl-Collector - the PA tax
*>  collection district collector, RITA / CCA or the city) under our
*>  account number with it. Maintained by pylocal.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Local-Tax-Record.
     03  Lcl-Juris           pic x(5).            *> matches Emp-LWT-Live/Work-Juris
     03  Lcl-Name            pic x(30).
     03  Lcl-Kind            pic x.               *> P = PA Act 32 EIT, O = Ohio municipal
         88  Lcl-PA-Act32                 value "P".
         88  Lcl-Ohio-Muni                value "O".
     03  Lcl-PSD-Code        pic x(8).            *> PSD / municipality code on the return
     03  Lcl-Res-Rate        pic 99v9999  comp-3. *> resident rate %
     03  Lcl-NonRes-Rate     pic 99v9999  comp-3. *> non-resident (work) rate %
     03  Lcl-Collector       pic x(6).            *> collecting agency code
     03  Lcl-Collector-Name  pic x(30).
     03  Lcl-Collector-Acct  pic x(15).           *> our employer account with the collector
     03  Lcl-Changed-By      pic x(8).
     03  Lcl-Changed-Date    pic 9(8).
     03  filler              pic x(11).
*>
