*>    SI sign-on ok      SF sign-on failed   LK account locked
*>    UL account unlocked VO void override   PC parameter change
*>    UM user maintenance SA other sensitive action
*>    RS pay-run step stamped (pyrunctl) - detail "RUN nnnnnn STEP n x"
*>  The change-audit file covers employee data; this covers the
*>  OPERATORS. Reported by pysecrpt.
*>
*> 02/09/26 vbc - Created.
*> 15/10/26 vbc - Event RS added for pay-run step stamps.
*>
 01  PY-Security-Record.
     03  Sec-Date            pic 9(8).            *> ccyymmdd
