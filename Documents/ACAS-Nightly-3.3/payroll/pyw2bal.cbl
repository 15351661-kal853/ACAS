*>**
*> Changes:
*> 02/09/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 Box 12 TT / TP (qualified overtime premium and
*>                       qualified tips) proofed His v Coh alongside
*>                       the four wage/tax boxes.
*> 15/10/26 vbc - 1.0.02 Box 12 D / AA (pre-tax and Roth 401(k)
*>                       deferrals) proofed His v Coh the same way.
*> 15/10/26 vbc - 1.0.03 Box 12 W (Health Savings Account, employee
*>                       plus employer) proofed His v Coh as well.
*> 15/10/26 vbc - 1.0.04 Box 12 V (nonqualified stock option income)
*>                       proofed His v Coh, and the box 4/6 line now
*>                       takes in His-YTD-MCare (pyequity withholds
*>                       Medicare into it and the Coh FICA liability).
*>
*>**
*>*************************************************************************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyw2bal  (1.0.04)".  *> First release pre testing.
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
*>
     03  WS-Tolerance        pic 9(3)v99  value 0.01.
*>
*> The boxes summed both ways - 1 Box 1 wages (taxable + tips),
*> 2 Box 2 FWT, 3 Box 3/5 FICA wages, 4 Box 4/6 FICA tax, 5 Box 12 TT
*> qualified overtime premium, 6 Box 12 TP qualified tips, 7 Box 12 D
*> pre-tax 401(k), 8 Box 12 AA Roth 401(k), 9 Box 12 W HSA, 10 Box
*> 12 V nonqualified stock options.
*>
     03  WS-W2-Sum           pic s9(9)v99 comp-3 occurs 10.
     03  WS-941-Sum          pic s9(9)v99 comp-3 occurs 10.
*>
     03  WS-Exp-FICA         pic s9(7)v99 comp-3 value zero.
     03  WS-Capped-Wages     pic s9(7)v99 comp-3 value zero.
     display  "Tolerance per comparison [      ]" at 0401.
     accept   WS-Tolerance at 0427 with UPDATE.
*>
     perform  varying A from 1 by 1 until A > 10
              move     zero to WS-W2-Sum (A) WS-941-Sum (A)
     end-perform.
*>
              add      His-YTD-FWT            to WS-W2-Sum (2)
              add      His-YTD-Fica-Taxable   to WS-W2-Sum (3)
              add      His-YTD-FICA           to WS-W2-Sum (4)
              add      His-YTD-MCare          to WS-W2-Sum (4)
              add      His-YTD-Qual-OT-Prem   to WS-W2-Sum (5)
              add      His-YTD-Qual-Tips      to WS-W2-Sum (6)
              add      His-YTD-Deferral       to WS-W2-Sum (7)
              add      His-YTD-Roth           to WS-W2-Sum (8)
              add      His-YTD-HSA-Emp        to WS-W2-Sum (9)
              add      His-YTD-HSA-Er         to WS-W2-Sum (9)
              add      His-YTD-NSO            to WS-W2-Sum (10)
              perform  ba010-Edit-Employee
     end-perform.
*>
     add      Coh-YTD-Fwt-Liab       to WS-941-Sum (2).
     add      Coh-YTD-Fica-Taxable   to WS-941-Sum (3).
     add      Coh-YTD-Fica-Liab      to WS-941-Sum (4).
     add      Coh-YTD-Qual-OT-Prem   to WS-941-Sum (5).
     add      Coh-YTD-Qual-Tips      to WS-941-Sum (6).
     add      Coh-YTD-Deferral       to WS-941-Sum (7).
     add      Coh-YTD-Roth           to WS-941-Sum (8).
     add      Coh-YTD-HSA-Emp        to WS-941-Sum (9).
     add      Coh-YTD-HSA-Er         to WS-941-Sum (9).
     add      Coh-YTD-NSO            to WS-941-Sum (10).
*>
 ba000-Exit.  exit section.
*>
 bb000-Print-Boxes           section.
*>**********************************
*>
     perform  varying A from 1 by 1 until A > 10
              evaluate A
                       when 1  move "BOX 1 WAGES       " to WS-Rl-Category
                       when 2  move "BOX 2 FWT         " to WS-Rl-Category
                       when 3  move "BOX 3/5 FICA WAGES" to WS-Rl-Category
                       when 4  move "BOX 4/6 FICA TAX  " to WS-Rl-Category
                       when 5  move "BOX 12 TT QUAL OT " to WS-Rl-Category
                       when 6  move "BOX 12 TP QUAL TIP" to WS-Rl-Category
                       when 7  move "BOX 12 D 401K DEF " to WS-Rl-Category
                       when 8  move "BOX 12 AA ROTH 401" to WS-Rl-Category
                       when 9  move "BOX 12 W HSA      " to WS-Rl-Category
                       when 10 move "BOX 12 V NSO      " to WS-Rl-Category
              end-evaluate
              move     WS-W2-Sum (A)  to WS-Rl-W2
              move     WS-941-Sum (A) to WS-Rl-941
