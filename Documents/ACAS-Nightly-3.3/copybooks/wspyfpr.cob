*>*******************************************
*>                                          *
*>  Record Definition For The State Final   *
*>       Pay Rule File                      *
*>  Uses Fpr-State as key                   *
*>*******************************************
*>  File size 64 bytes.
*>
*>  One record per taxing state (Emp-Taxing-State) giving the final
*>  pay deadline for an employee who quits and for one who is
*>  discharged (a layoff counts as a discharge). State "**" is the
*>  rule used for any state not on file.
*>
*>  The deadline runs from Emp-Term-Date:
*>    S - the same day;
*>    C - within Fpr-xx-Days calendar days (72 hours = 3);
*>    W - within Fpr-xx-Days working days (Monday - Friday);
*>    P - the next regular payday off PY-Calendar-File for the
*>        employee's pay interval;
*>    E - the next regular payday, but no later than Fpr-xx-Days
*>        calendar days.
*>
*>  Fpr-Vac-Payout Y = accrued vacation must be paid with the final
*>  pay whatever the company policy says.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Final-Pay-Rule-Record.
     03  Fpr-State           pic xx.
     03  Fpr-Quit-Rule       pic x.
         88  Fpr-Quit-Valid           values "S" "C" "W" "P" "E".
     03  Fpr-Quit-Days       pic 999.
     03  Fpr-Disch-Rule      pic x.
         88  Fpr-Disch-Valid          values "S" "C" "W" "P" "E".
     03  Fpr-Disch-Days      pic 999.
     03  Fpr-Vac-Payout      pic x.
         88  Fpr-Vac-Mandatory        value "Y".
     03  Fpr-Note            pic x(30).          *> statute or any condition
     03  Fpr-Changed-By      pic x(8).
     03  Fpr-Changed-Date    pic 9(8).            *> ccyymmdd
     03  filler              pic x(7).
*>
