*>                that blocked comes back in Runq-Pred-Step; for "C"
*>                the checked step itself), 2 = no run on file yet,
*>                3 = file error.
*>  Runq-Operator: who is stamping a B/S/F - every stamp is written to
*>                the security log (event RS) so the segregation of
*>                duties report can see who ran which step.
*>
*> 22/08/26 vbc - Created.
*> 02/09/26 vbc - Action "C" (check only) added - see pyrunctl ea000.
*> 15/10/26 vbc - Runq-Operator added for the step stamp log.
*>
 01  PY-Run-Request.
     03  Runq-Action         pic x.
     03  Runq-Result         pic 9.
     03  Runq-Run-Id         pic 9(6).
     03  Runq-Pred-Step      pic 9.
     03  Runq-Operator       pic x(8).
*>
