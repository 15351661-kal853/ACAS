*>*******************************************
*>                                          *
*>  Request Block For Calls To pyjurchk     *
*>   (the jurisdictions for an address)     *
*>*******************************************
*>
*>  Caller sets Jrq-Zip as held in Emp-Zip - 99999, 99999-9999 or
*>  999999999.
*>  Jrq-Result:  0 = found on its ZIP+4 range,
*>               1 = found on the ZIP only (no +4, or none matched) -
*>                   Jrq-Ambiguous = Y when the ZIP's ranges do not
*>                   all agree, so the +4 is needed to be sure,
*>               9 = not in the directory (or no directory).
*>  For 0 and 1 the directory's state, county, municipality, school
*>  district and PSD code come back, with the local earned income
*>  tax (pylcl) and head tax (pyhtx) jurisdictions carrying that PSD
*>  code - spaces where none does.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Juris-Check.
     03  Jrq-Zip             pic x(10).
     03  Jrq-Result          pic 9.
     03  Jrq-Ambiguous       pic x.
     03  Jrq-State           pic xx.
     03  Jrq-County          pic x(20).
     03  Jrq-Muni            pic x(30).
     03  Jrq-School-Dist     pic x(30).
     03  Jrq-PSD-Code        pic x(8).
     03  Jrq-LWT-Juris       pic x(5).            *> Lcl-Juris for Emp-LWT-Live-Juris
     03  Jrq-Htx-Juris       pic x(5).            *> Htx-Juris for Emp-Head-Tax-Juris
*>
