*>**
*> Changes:
*> 02/09/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 PSD / municipality code kept on the
*>                       jurisdiction (Htx-PSD-Code) so an address
*>                       looked up on the jurisdiction directory can
*>                       propose it in py010.
*>
*>**
*>*************************************************************************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(19) value "pyheadtax (1.0.01)".  *> First release pre testing.
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
              display  WS-Annual-Cap          at line 10 col 22
              display  "Low income exempt : " at line 11 col 1
              display  WS-Low-Income          at line 11 col 22
              display  "PSD / muni code   : " at line 12 col 1
              display  Htx-PSD-Code           at line 12 col 22
              display  SY015 at line WS-Lines col 1
              accept   WS-Reply at line WS-Lines col 58
              go to    ab010-Exit.
     accept   WS-Annual-Cap at line 10 col 33 with UPDATE.
     display  "Low-income exempt under $/yr   [          ]" at line 11 col 1.
     accept   WS-Low-Income at line 11 col 33 with UPDATE.
     display  "PSD / municipality code        [        ]" at line 12 col 1.
     accept   Htx-PSD-Code  at line 12 col 33 with UPDATE UPPER.
     move     WS-Annual-Amt to Htx-Annual-Amt.
     if       WS-Annual-Cap = zero
              move     WS-Annual-Amt to Htx-Annual-Cap
