*>*******************************************
*>                                          *
*>  Request Block For Calls To pylblset     *
*>   (one document's labels in a language)  *
*>*******************************************
*>
*>  Caller moves the document's English set (wspylbe.cob) into
*>  Lbq-Labels and sets Lbq-Lang, Lbq-Doc and Lbq-Count - each label
*>  translated on PY-Label-File replaces its English text, the rest
*>  are left as they are (English fallback) and counted in
*>  Lbq-Missing. English (E or space) returns the set untouched.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Label-Request.
     03  Lbq-Lang            pic x.
     03  Lbq-Doc             pic x(3).
     03  Lbq-Count           pic 99.
     03  Lbq-Missing         pic 99.
     03  Lbq-Labels.
         05  Lbq-Text        pic x(60)    occurs 40.
*>
