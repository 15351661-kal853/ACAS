*>*******************************************
*>                                          *
*>  Record Definition For The Outbound      *
*>    File Release / Transmission Log       *
*>     Uses Xmt-Seq as key                  *
*>*******************************************
*>  File size 264 bytes.
*>
*>  One record per outbound file built for a bank or agency - the ACH
*>  (pyach), paycard funding (pypaycard), positive pay (pypospay),
*>  third-party remittance staging (pyremit), recordkeeper feed
*>  (pyrkfeed) and SUI wage (pysuiwage) files. pyxreg registers each
*>  one as it is closed - line count, the writer's dollar hash total,
*>  a checksum of the content and a frozen held copy (xmtNNNNNN.dat)
*>  - and it stays Held until a Supervisor or Admin releases it in
*>  pyxmit, which re-checks the held copy, writes the send copy and
*>  prints the transmission manifest. Transmitted and acknowledged
*>  are marked there too. A file built again for a type and period
*>  (or with the same content) already released is flagged as a
*>  possible duplicate; one still Held is superseded by the new one.
*>
*> 15/10/26 vbc - Created.
*> 15/10/26 vbc - HSA funding (pyhsafeed), EFW2 (pyefw2), 1042-S
*>                (py1042s), MWR (pymwr), state W-2 (pystrec), local
*>                tax (pylocal) and OSHA ITA (pyosha) files logged too.
*> 15/10/26 vbc - ACH reversal (pyachrev), FIRE 1099 (py1099), SSNVS
*>                (pyssnvs), E-Verify (pyeverify) and benefit carrier
*>                census (pybenplan) files logged too.
*>
 01  PY-Xmt-Record.
     03  Xmt-Seq             pic 9(6).            *> 1 up
     03  Xmt-Type            pic x(8).            *> ACH, PAYCARD, POSPAY, REMIT, RKFEED, SUIWAGE,
                                                  *> HSAFEED, EFW2, F1042S, MWR, STATEW2, LOCAL, OSHAITA
                                                  *> ACHREV, F1099, SSNVS, EVERIFY, BENCENS
     03  Xmt-Prog            pic x(18).           *> prog-name of the writer
     03  Xmt-File-Name       pic x(60).           *> as written
     03  Xmt-Held-Copy       pic x(16).           *> xmtNNNNNN.dat - frozen at registration
     03  Xmt-Period          pic x(10).           *> check date, year / quarter etc of the run
     03  Xmt-Rec-Count       pic 9(7).            *> lines in the file
     03  Xmt-Hash-Total      pic s9(11)v99 comp-3. *> writer's dollar total
     03  Xmt-Checksum        pic 9(10).
     03  Xmt-Status          pic x.
         88  Xmt-Held                     value "H".
         88  Xmt-Released                 value "R".
         88  Xmt-Transmitted              value "T".
         88  Xmt-Acknowledged             value "A".
         88  Xmt-Superseded               value "S".  *> rebuilt before release
         88  Xmt-Gone-Out                 value "R" "T" "A".
     03  Xmt-Dup-Flag        pic x.               *> Y = possible duplicate of Xmt-Dup-Of
         88  Xmt-Possible-Dup             value "Y".
     03  Xmt-Dup-Of          pic 9(6).
     03  Xmt-Created-Date    pic 9(8).            *> ccyymmdd
     03  Xmt-Created-Time    pic 9(6).            *> hhmmss
     03  Xmt-Created-By      pic x(8).            *> operator id (spaces pre sign-on)
     03  Xmt-Released-Date   pic 9(8).
     03  Xmt-Released-Time   pic 9(6).
     03  Xmt-Released-By     pic x(8).
     03  Xmt-Sent-Date       pic 9(8).
     03  Xmt-Sent-Time       pic 9(6).
     03  Xmt-Sent-By         pic x(8).
     03  Xmt-Ack-Date        pic 9(8).
     03  Xmt-Ack-Time        pic 9(6).
     03  Xmt-Ack-By          pic x(8).
     03  Xmt-Ack-Ref         pic x(20).           *> bank / agency acknowledgement reference
     03  filler              pic x(6).
*>
