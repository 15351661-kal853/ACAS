*>                      quarter close REQUIRES - and pyapply resets -
*>                      so the close can never ride on a stale
*>                      reconciliation.
*>
*>                      Opening balances loaded at a mid-year
*>                      conversion (pyconv, His-QTD-Conv) were paid by
*>                      the prior provider and have no checks behind
*>                      them - like insurer-withheld sick pay FICA
*>                      they are a known reconciling item on the
*>                      history-to-checks legs. They are in both His
*>                      and Coh, so His v Coh foots as usual.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>                       checks legs; it was tripping the tolerance
*>                       and blocking py930's close gate for any
*>                       quarter with a sick-pay import.
*> 15/10/26 vbc - 1.0.02 Conversion opening balances (His-QTD-Conv) are
*>                       a known reconciling item on the history-to-
*>                       checks legs, and His-QTD-MCare is counted with
*>                       FICA as Coh-QTD-Fica-Liab and the checks carry
*>                       it (pyequity, pyconv).
*>
*>**
*>*************************************************************************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyxfoot  (1.0.02)".  *> First release pre testing.
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
*>
     03  WS-His-Sum          pic s9(9)v99 comp-3 occurs 6.
     03  WS-3PSP-FICA-Tot    pic s9(9)v99 comp-3 value zero.  *> known reconciling item vs checks
     03  WS-Conv-Sum         pic s9(9)v99 comp-3 occurs 6.    *> ditto - conversion, slots 3-6
     03  WS-Coh-Sum          pic s9(9)v99 comp-3 occurs 6.
     03  WS-Chk-Sum          pic s9(9)v99 comp-3 occurs 6.
*>
*>
     perform  varying A from 1 by 1 until A > 6
              move     zero to WS-His-Sum (A) WS-Coh-Sum (A) WS-Chk-Sum (A)
                               WS-Conv-Sum (A) WS-3PSP-FICA-Tot
     end-perform.
*>
     open     output Print-File.
              add      His-QTD-FWT            to WS-His-Sum (3)
              add      His-QTD-SWT            to WS-His-Sum (4)
              add      His-QTD-FICA           to WS-His-Sum (5)
              add      His-QTD-MCare          to WS-His-Sum (5)
              add      His-QTD-3PSP-FICA      to WS-3PSP-FICA-Tot
              add      His-QTD-Net            to WS-His-Sum (6)
              add      His-QTD-Conv-FWT       to WS-Conv-Sum (3)
              add      His-QTD-Conv-SWT       to WS-Conv-Sum (4)
              add      His-QTD-Conv-FICA      to WS-Conv-Sum (5)
              add      His-QTD-Conv-Net       to WS-Conv-Sum (6)
              if       WS-Chkh-Open = "Y"
                       perform  ba010-Employee-Drivers
              end-if
     add      WS-Emp-Chk-SWT  to WS-Chk-Sum (4).
     add      WS-Emp-Chk-FICA to WS-Chk-Sum (5).
     add      WS-Emp-Chk-Net  to WS-Chk-Sum (6).
*>
*> Conversion opening balances have no checks behind them either.
*>
     compute  WS-Emp-Diff = His-QTD-FWT - His-QTD-Conv-FWT - WS-Emp-Chk-FWT.
     if       WS-Emp-Diff > WS-Tolerance
        or    WS-Emp-Diff < zero - WS-Tolerance
              move     "FWT  " to WS-Exc-Field
              add      1 to WS-Exc-Count
              generate Xfoot-Exc-Line.
     compute  WS-Emp-Diff = His-QTD-SWT - His-QTD-Conv-SWT - WS-Emp-Chk-SWT.
     if       WS-Emp-Diff > WS-Tolerance
        or    WS-Emp-Diff < zero - WS-Tolerance
              move     "SWT  " to WS-Exc-Field
*> in His-QTD-FICA (pysickimp) with no check behind it, a known
*> reconciling item, not an exception.
*>
     compute  WS-Emp-Diff = His-QTD-FICA + His-QTD-MCare - His-QTD-3PSP-FICA
                            - His-QTD-Conv-FICA - WS-Emp-Chk-FICA.
     if       WS-Emp-Diff > WS-Tolerance
        or    WS-Emp-Diff < zero - WS-Tolerance
              move     "FICA " to WS-Exc-Field
              add      1 to WS-Exc-Count
              generate Xfoot-Exc-Line.
     compute  WS-Emp-Diff = His-QTD-Net - His-QTD-Conv-Net - WS-Emp-Chk-Net.
     if       WS-Emp-Diff > WS-Tolerance
        or    WS-Emp-Diff < zero - WS-Tolerance
              move     "NET  " to WS-Exc-Field
              compute  WS-Rl-D1 = WS-His-Sum (A) - WS-Coh-Sum (A)
              if       A > 2 and WS-Chkh-Open = "Y"
                       compute  WS-Rl-D2 = WS-His-Sum (A) - WS-Chk-Sum (A)
                                          - WS-Conv-Sum (A)       *> conversion balances
                       if       A = 5               *> insurer-withheld 3PSP FICA has
                                subtract WS-3PSP-FICA-Tot from WS-Rl-D2  *> no check behind it
                       end-if
