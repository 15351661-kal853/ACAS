*>*******************************************
*>                                          *
*>  Call Interface For pyxreg - Outbound    *
*>    File Registration / Verification      *
*>                                          *
*>*******************************************
*>
*>  Register (R) - the writer fills type, prog, file name, period and
*>  its dollar hash total after closing the file; pyxreg returns the
*>  log entry number and whether the file looks like a duplicate of
*>  one already released.
*>  Verify (V)   - file name in, line count, checksum and size in
*>  bytes out (pyxmit re-checking a held copy before release, pyireg
*>  fingerprinting an inbound file).
*>
*>  Result 0 = done, 1 = file could not be read, 2 = log not available.
*>
*> 15/10/26 vbc - Created.
*> 15/10/26 vbc - Added Xreq-Bytes, returned by Verify.
*>
 01  PY-Xmt-Request.
     03  Xreq-Action         pic x.
         88  Xreq-Register                value "R".
         88  Xreq-Verify                  value "V".
     03  Xreq-Type           pic x(8).
     03  Xreq-Prog           pic x(18).
     03  Xreq-File-Name      pic x(532).
     03  Xreq-Period         pic x(10).
     03  Xreq-Hash           pic s9(11)v99 comp-3.
     03  Xreq-Seq            pic 9(6).
     03  Xreq-Rec-Count      pic 9(7).
     03  Xreq-Checksum       pic 9(10).
     03  Xreq-Bytes          pic 9(10).
     03  Xreq-Dup            pic x.
     03  Xreq-Dup-Of         pic 9(6).
     03  Xreq-Result         pic 9.
*>
