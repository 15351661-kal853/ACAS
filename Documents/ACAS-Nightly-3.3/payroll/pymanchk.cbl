*>                      pyhis.   Employee History - I-O.
*>                      pycoh.   Company History - I-O.
*>                      pyemst.  Per-Employee Per-State wage/SWT history - I-O.
*>                      pyemlc.  Per-Employee Per-Jurisdiction local tax - I-O.
*>
*>    Error messages used.
*> System wide:
*>                       fill confirmation instead of being taken
*>                       silently. New history records start their
*>                       reconcile fields explicitly Outstanding.
*> 15/10/26 vbc - 1.0.04 The keyed LWT posts to the employee's Live
*>                       jurisdiction and quarter on PY-Emp-Local-File
*>                       for pylocal's quarterly returns.
*>**
*>*************************************************************************
*> Copyright Notice.
*> You should have received a copy of the GNU General Public License along
*> with ACAS; see the file COPYING.  If not, write to the Free Software
*> Foundation, 59 Temple Place, Suite 330, Boston, MA 02111-1307 USA.
*> 15/10/26 vbc - 1.0.05 Check history hours and tips set to zero - a
*>                       manual check carries neither.
*> 15/10/26 vbc - 1.0.06 The employer FICA share is added to the
*>                       employee's His-Er figure too (pytcs).
*> 15/10/26 vbc - 1.0.07 Per-state wages are also kept by calendar
*>                       quarter (Emst-Qtr-Hist, zz020) for pyuiclm.
*> 15/10/26 vbc - 1.0.08 Check history per-slot deductions zero and not
*>                       posted - a manual check is keyed by bucket.
*> 15/10/26 vbc - 1.0.09 Check history Chkh-Ext zero and not posted - a
*>                       manual check posts none of those buckets.
*>
*>*************************************************************************
*>
 copy "selpyhis.cob".
 copy "selpycoh.cob".
 copy "selpyemst.cob".
 copy "selpyemlc.cob".
*>
 data                    division.
*>================================
 copy "fdpyhis.cob".
 copy "fdpycoh.cob".
 copy "fdpyemst.cob".
 copy "fdpyemlc.cob".
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pymanchk(1.0.09)".  *> First release pre testing.
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
     03  PY-His-Emp-Status   pic xx.
     03  PY-Coh-Status       pic xx.
     03  PY-Emst-Status      pic xx.
     03  PY-Emlc-Status      pic xx.
*>
     03  WS-Eval-Msg         pic x(25)    value spaces.
     03  WS-Env-Columns      pic 999      value zero.
         05  filler          pic 9(4).
         05  WS-Check-Month  pic 99.
         05  filler          pic 99.
     03  WS-Emst-Date        pic 9(8)     value zero.   *> ccyymmdd
     03  filler  redefines WS-Emst-Date.
         05  WS-Emst-Year    pic 9(4).
         05  WS-Emst-Month   pic 99.
         05  filler          pic 99.
     03  WS-Emst-Qtr         pic 9(5)     value zero.   *> ccyyq
     03  WS-Emst-Amt         pic s9(7)v99 comp-3 value zero.
     03  WS-Emst-Sub         pic 9        value zero.
     03  WS-Check-Qtr        pic 9        value zero.
     03  WS-Man-Check-No     pic 9(6)     value zero.
     03  WS-Gross            pic 9(6)v99  value zero.
              close    PY-Emp-State-File
              open     i-o PY-Emp-State-File
     end-if.
     open     i-o PY-Emp-Local-File.
     if       PY-Emlc-Status = "35"
              open     output PY-Emp-Local-File
              close    PY-Emp-Local-File
              open     i-o PY-Emp-Local-File
     end-if.
*>
     perform  ab010-Enter-Check until WS-All-Done.
*>
              PY-History-File
              PY-Comp-Hist-File
              PY-Check-File
              PY-Emp-State-File
              PY-Emp-Local-File.
     if       PY-PR1-Check-History-Used = "Y"
              close    PY-Check-History-File.
*>
              move 1 to A.
*>
 zz010-Exit.  exit section.
*>
 zz020-Emst-Quarter          section.
*>**********************************
*>
*> Adds WS-Emst-Amt to the quarter of WS-Emst-Date in the rolling
*> Emst-Qtr-Hist, newest first - a new quarter pushes the oldest of
*> the eight off, a back-dated one goes to its own slot if still held.
*>
     compute  WS-Emst-Qtr = WS-Emst-Year * 10 + (WS-Emst-Month + 2) / 3.
     if       Emst-Qh-Qtr (1) < WS-Emst-Qtr
              perform  varying WS-Emst-Sub from 8 by -1 until WS-Emst-Sub < 2
                       move     Emst-Qtr-Hist (WS-Emst-Sub - 1)
                                              to Emst-Qtr-Hist (WS-Emst-Sub)
              end-perform
              move     WS-Emst-Qtr to Emst-Qh-Qtr (1)
              move     zero        to Emst-Qh-Wages (1)
     end-if.
     perform  varying WS-Emst-Sub from 1 by 1 until WS-Emst-Sub > 8
              if       Emst-Qh-Qtr (WS-Emst-Sub) = WS-Emst-Qtr
                       add      WS-Emst-Amt to Emst-Qh-Wages (WS-Emst-Sub)
                       exit perform
              end-if
     end-perform.
*>
 zz020-Exit.  exit section.
*>
 ab010-Enter-Check           section.
*>**********************************
              move     WS-Oth-Ded-3 to Chkh-Amt (16)
              set      Chkh-Stat-Outstanding to true
              move     zero to Chkh-Clear-Date
              move     zero to Chkh-Hours Chkh-Tips
              move     "N"  to Chkh-ED-Posted
              initialize Chkh-ED-Amts
              move     "N"  to Chkh-Ext-Posted
              initialize Chkh-Ext
              write    PY-Chk-History-Record
                       invalid key
                                rewrite PY-Chk-History-Record
     end-read.
     add      WS-Gross to Emst-QTD-Wages Emst-YTD-Wages.
     add      WS-SWT   to Emst-QTD-SWT   Emst-YTD-SWT.
     move     WS-Check-Date to WS-Emst-Date.
     move     WS-Gross      to WS-Emst-Amt.
     perform  zz020-Emst-Quarter.
     rewrite  PY-Emp-State-Record.
*>
*> Local tax - the manual check keys one LWT figure, which goes to
*> the Live jurisdiction as resident earned income tax.
*>
     if       WS-LWT > zero
        and   Emp-LWT-Live-Juris not = spaces
              move     WS-Check-Date (1:4) to Emlc-Year
              move     "E"                 to Emlc-Type
              move     Emp-LWT-Live-Juris  to Emlc-Juris
              move     Emp-No              to Emlc-Emp-No
              read     PY-Emp-Local-File key Emlc-Key
                       invalid key
                                initialize PY-Emp-Local-Record
                                move     WS-Check-Date (1:4) to Emlc-Year
                                move     "E"                 to Emlc-Type
                                move     Emp-LWT-Live-Juris  to Emlc-Juris
                                move     Emp-No              to Emlc-Emp-No
                                move     "R"                 to Emlc-Res-Ind
                                write    PY-Emp-Local-Record
              end-read
              add      WS-Gross to Emlc-Wages (WS-Check-Qtr)
              add      WS-LWT   to Emlc-Tax   (WS-Check-Qtr)
              rewrite  PY-Emp-Local-Record
     end-if.
*>
 ab030-Exit.  exit section.
*>
              compute  WS-Co-FICA rounded = WS-Amt-Work * Ded-CO-FICA-Rate / 100
              add      WS-Co-FICA to Coh-QTD-Co-Fica-Liab
                                     Coh-YTD-Co-Fica-Liab
              move     Emp-No to His-Emp-No
              read     PY-History-File key His-Emp-No
              if       PY-His-Emp-Status = "00"
                       add      WS-Co-FICA to His-QTD-Er-FICA
                                              His-YTD-Er-FICA
                       rewrite  PY-History-Record
              end-if
     end-if.
*>
     compute  WS-Amt-Work = WS-FWT + WS-FICA + WS-Co-FICA.
