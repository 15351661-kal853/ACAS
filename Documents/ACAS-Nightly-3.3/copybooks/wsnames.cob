*> 02/09/26 vbc - Added file-131 (pychkha.dat) - PY-Chkh-Arch-File,
*>                the year-end check history archive py930 moves
*>                closed-year pychkh detail into (selpychka.cob).
*> 15/10/26 vbc - Added file-132 (pyrkchg.csv) - PY-RK-Change-File, the
*>                401(k) recordkeeper's deferral / loan repayment
*>                change file pyrkchg imports (selpyrkc.cob).
*> 15/10/26 vbc - Added file-133 (pyhsafeed.txt) - PY-HSA-Feed-File, the
*>                Health Savings Account custodian funding file
*>                pyhsafeed writes (selpyhsf.cob).
*> 15/10/26 vbc - Added file-134 (pyfrg.dat) - PY-Fringe-File, the non-
*>                cash fringe benefit events pyfringe maintains and
*>                posts as imputed income (selpyfrg.cob).
*> 15/10/26 vbc - Added file-135 (pyequity.csv) - PY-Equity-File, the
*>                stock plan broker's vest / exercise file pyequity
*>                imports (selpyeqi.cob), and file-136 (pyeqp.dat) -
*>                PY-Equity-Posted-File, the equity events it has
*>                posted so a file is never posted twice (selpyeqp.cob).
*> 15/10/26 vbc - Added file-137 (pyexp.dat) - PY-Expense-File, the
*>                employee expense claims pyexpense approves and posts
*>                (selpyexp.cob), and file-138 (pypdm.dat) -
*>                PY-Per-Diem-File, the per-diem rate table by year and
*>                locality (selpypdm.cob).
*> 15/10/26 vbc - Added file-139 (pycplan.dat) - PY-Comm-Plan-File,
*>                file-140 (pycldg.dat) - PY-Comm-Ledger-File, file-141
*>                (pycsales.csv) - PY-Comm-Sales-Import and file-142
*>                (pycsal.dat) - PY-Comm-Sales-File, the commission
*>                plans, draw ledger and credited sales pycomm uses
*>                (selpycpl / selpycld / selpycsi / selpycsl.cob).
*> 15/10/26 vbc - Added file-143 (pybtu.dat) - PY-Bonus-True-Up-File,
*>                the non-discretionary bonuses pyottrue trues up
*>                the FLSA overtime for (selpybtu.cob).
*> 15/10/26 vbc - Added file-144 (pypunch.dat) - PY-Punch-File and
*>                file-145 (pymlv.dat) - PY-Meal-Violation-File, the
*>                punch pairs pytcimp keeps and the California meal /
*>                rest violations pymealck pays (selpypch / selpymlv).
*> 15/10/26 vbc - Added file-146 (pyatt.dat) - PY-Attendance-File, the
*>                attendance occurrences and points policy pyattend
*>                keeps (selpyatt.cob).
*> 15/10/26 vbc - Added file-147 (pyhap.dat) - PY-Hrs-Approval-File,
*>                the supervisors' timecard approvals pytcappr keeps
*>                and pyproof checks (selpyhap.cob).
*> 15/10/26 vbc - Added file-148 (pylsh.dat) - PY-Leave-Share-File,
*>                the medical emergency shared leave cases and
*>                donations pylvshr keeps (selpylsh.cob).
*> 15/10/26 vbc - Added file-149 (pyptc.dat) - PY-PTO-Cashout-File,
*>                the PTO cash-out elections and payouts pyptoco keeps
*>                (selpyptc.cob).
*> 15/10/26 vbc - Added file-150 (pysev.dat) - PY-Severance-File, the
*>                severance agreements pysever schedules and pyapply
*>                pays (selpysev.cob).
*> 15/10/26 vbc - Added file-151 (pymil.dat) - PY-Military-Leave-File,
*>                the military leave orders and differential pay
*>                pymilit keeps (selpymil.cob).
*> 15/10/26 vbc - Added file-152 (pyfpr.dat) - PY-Final-Pay-Rule-File,
*>                the state final pay deadlines pyfinpay keeps
*>                (selpyfpr.cob).
*> 15/10/26 vbc - Added file-153 (pytrt.dat) - PY-Treaty-File, the tax
*>                treaty exemptions py1042s keeps and pyapply applies
*>                (selpytrt.cob), and file-154 (py1042s.txt) -
*>                PY-1042S-File, the 1042-S FIRE file (selpy42.cob).
*> 15/10/26 vbc - Added file-155 (pywks.dat) - PY-Worksite-File, the
*>                physical worksites employees are assigned to
*>                (selpywks.cob), and file-156 (pymwr.txt) -
*>                PY-MWR-File, the BLS Multiple Worksite Report file
*>                (selpymwr.cob).
*> 15/10/26 vbc - Added file-157 (pystw2.txt) - PY-State-W2-File, the
*>                state W-2 submission pystrec writes (selpysw2.cob).
*> 15/10/26 vbc - Added file-158 (pylcl.dat) - PY-Local-Tax-File, the
*>                local earned income tax jurisdictions (selpylcl.cob),
*>                file-159 (pyemlc.dat) - PY-Emp-Local-File, per
*>                employee per jurisdiction local tax by quarter
*>                (selpyemlc.cob), and file-160 (pylclq.txt) -
*>                PY-Local-Upload-File, the local quarterly return
*>                upload file (selpylcu.cob).
*> 15/10/26 vbc - Added file-161 (pyvoelog.txt) - PY-VOE-Log-File, the
*>                verification of employment request log pyvoe keeps
*>                (selpyvoe.cob).
*> 15/10/26 vbc - Added file-162 (pyuic.dat) - PY-UI-Claim-File, the
*>                unemployment claim notices, responses and benefit
*>                charges pyuiclm keeps (selpyuic.cob).
*> 15/10/26 vbc - Added file-163 (pyosha.dat) - PY-OSHA-Case-File, the
*>                OSHA 300 injury and illness cases (selpyosh.cob), and
*>                file-164 (pyoshita.csv) - PY-OSHA-ITA-File, the 300A
*>                ITA upload file pyosha writes (selpyita.cob).
*> 15/10/26 vbc - Added file-165 (pydpn.dat) - PY-Dependent-File, the
*>                dependents and life insurance beneficiaries pydepnd
*>                keeps (selpydpn.cob).
*> 15/10/26 vbc - Added file-166 (pycob.dat) - PY-COBRA-File, the COBRA
*>                qualifying events and continuation coverage pycobra
*>                tracks (selpycob.cob).
*> 15/10/26 vbc - Added file-167 (pycarinv.csv) - PY-Carrier-Inv-File,
*>                a benefit carrier's monthly bill that pycarrec
*>                reconciles against enrollments and deductions
*>                (selpycin.cob).
*> 15/10/26 vbc - Added file-168 (pygrd.dat) - PY-Grade-File, the
*>                salary grade ranges pygrade keeps (selpygrd.cob).
*> 15/10/26 vbc - Added file-169 (pyposn.dat) - PY-Position-File, the
*>                authorized budgeted positions by department pyposctl
*>                keeps (selpyposn.cob).
*> 15/10/26 vbc - Added file-170 (pysched.dat) - PY-Schedule-File, the
*>                effective-dated scheduled earnings and deductions
*>                pysched keeps (selpysch.cob).
*> 15/10/26 vbc - Added file-171 (pyntc.dat) - PY-Notice-File, the tax
*>                agency notice and penalty correspondence log pytaxntc
*>                keeps (selpyntc.cob).
*> 15/10/26 vbc - Added file-172 (pyxmt.dat) - PY-Xmt-File, the outbound
*>                bank / agency file release and transmission log
*>                pyxreg registers and pyxmit releases (selpyxmt.cob).
*> 15/10/26 vbc - Added file-173 (pyimr.dat) - PY-Import-Reg-File, the
*>                inbound file import registry pyireg keeps (selpyimr.cob)
*>                and file-174 (pyimi.dat) - PY-Import-Image-File, the
*>                record images pyinbound backs an import out from
*>                (selpyimi.cob).
*> 15/10/26 vbc - Added file-175 (pysod.dat) - PY-Sod-File, the
*>                segregation of duties conflict matrix pysod reports
*>                against (selpysod.cob).
*> 15/10/26 vbc - Added file-176 (pycdir.dat) - PY-Co-Dir-File, the
*>                company directory - where each company's data lives
*>                and its reporting group - pycons consolidates from
*>                (selpycdir.cob).
*> 15/10/26 vbc - Added file-177 (pyicr.dat) - PY-IC-Rule-File, the
*>                jobs / departments owned by another company,
*>                file-178 (pyicl.dat) - PY-IC-Ledger-File, what has
*>                been charged back, and file-179 (pyicjnl.txt) -
*>                PY-IC-Journal-File, the due-to / due-from GL journal
*>                staged in each company's directory - all pyicchg
*>                (selpyicr/selpyicl/selpyicj.cob).
*> 15/10/26 vbc - Added file-180 (pyrpl.dat) - PY-Remit-PL-File, the
*>                remittances posted to the Purchase Ledger and their
*>                paid status, file-181 (pyplinv.txt) - PY-PL-Inv-File,
*>                the Purchase Ledger invoice batch staged, and
*>                file-182 (pyplpay.txt) - PY-PL-Pay-File, the Purchase
*>                Ledger payments taken back - all pyplpost
*>                (selpyrpl/selpyplv/selpyplp.cob).
*> 15/10/26 vbc - Added file-183 (pyepa.dat) - PY-Emp-Purch-File, the
*>                employee purchase account links, file-184
*>                (pysrc.dat) - PY-SL-Receipt-File, the repayments
*>                taken from pay, file-185 (pyslrcp.txt) -
*>                PY-SL-Rcpt-File, the Sales Ledger cash receipt batch
*>                staged, and file-186 (pyslbal.txt) - PY-SL-Bal-File,
*>                the Sales Ledger balances taken in - all pyslpost
*>                (selpyepa/selpysrc/selpyslr/selpyslb.cob).
*> 15/10/26 vbc - Added file-187 (pyjdir.dat) - PY-Juris-Dir-File, the
*>                ZIP+4 tax jurisdiction directory, and file-188
*>                (pyjdir.csv) - PY-Juris-Imp-File, the vendor / state
*>                file it is loaded from - both pyjdir
*>                (selpyjdr/selpyjdi.cob).
*> 15/10/26 vbc - Added file-189 (pylbl.dat) - PY-Label-File, the
*>                translated label sets for the employee facing
*>                outputs, kept by pylabel and read through pylblset
*>                (selpylbl.cob).
*> 15/10/26 vbc - Added file-190 (pyconv.csv) - PY-Conv-File, the prior
*>                provider's opening QTD / YTD balances by quarter
*>                loaded by pyconv (selpycnv.cob).
*>
 01  File-Defs.
     02  file-defs-a.
         03  file-129         pic x(532)  value "pynight.dat".           *> PY night-run parameters (selpynpr.cob)
         03  file-130         pic x(532)  value "pynight.log".           *> PY night-run log (selpynlg.cob)
         03  file-131         pic x(532)  value "pychkha.dat".           *> PY check history year-end archive (selpychka.cob)
         03  file-132         pic x(532)  value "pyrkchg.csv".           *> PY 401(k) recordkeeper change import (selpyrkc.cob)
         03  file-133         pic x(532)  value "pyhsafeed.txt".         *> PY HSA custodian funding file (selpyhsf.cob)
         03  file-134         pic x(532)  value "pyfrg.dat".             *> PY non-cash fringe benefit events (selpyfrg.cob)
         03  file-135         pic x(532)  value "pyequity.csv".          *> PY stock plan broker vest / exercise import (selpyeqi.cob)
         03  file-136         pic x(532)  value "pyeqp.dat".             *> PY equity events posted (selpyeqp.cob)
         03  file-137         pic x(532)  value "pyexp.dat".             *> PY employee expense claims (selpyexp.cob)
         03  file-138         pic x(532)  value "pypdm.dat".             *> PY per-diem rate table (selpypdm.cob)
         03  file-139         pic x(532)  value "pycplan.dat".           *> PY commission plan table (selpycpl.cob)
         03  file-140         pic x(532)  value "pycldg.dat".            *> PY commission draw ledger (selpycld.cob)
         03  file-141         pic x(532)  value "pycsales.csv".          *> PY commission credited sales import (selpycsi.cob)
         03  file-142         pic x(532)  value "pycsal.dat".            *> PY commission credited sales (selpycsl.cob)
         03  file-143         pic x(532)  value "pybtu.dat".             *> PY bonus FLSA overtime true-up (selpybtu.cob)
         03  file-144         pic x(532)  value "pypunch.dat".           *> PY time clock punch pairs (selpypch.cob)
         03  file-145         pic x(532)  value "pymlv.dat".             *> PY meal / rest period violations (selpymlv.cob)
         03  file-146         pic x(532)  value "pyatt.dat".             *> PY attendance occurrences & policy (selpyatt.cob)
         03  file-147         pic x(532)  value "pyhap.dat".             *> PY timecard approvals (selpyhap.cob)
         03  file-148         pic x(532)  value "pylsh.dat".             *> PY shared leave bank (selpylsh.cob)
         03  file-149         pic x(532)  value "pyptc.dat".             *> PY PTO cash-out elections (selpyptc.cob)
         03  file-150         pic x(532)  value "pysev.dat".             *> PY severance agreements (selpysev.cob)
         03  file-151         pic x(532)  value "pymil.dat".             *> PY military leave (selpymil.cob)
         03  file-152         pic x(532)  value "pyfpr.dat".             *> PY state final pay rules (selpyfpr.cob)
         03  file-153         pic x(532)  value "pytrt.dat".             *> PY tax treaty exemptions (selpytrt.cob)
         03  file-154         pic x(532)  value "py1042s.txt".           *> PY 1042-S FIRE electronic file (selpy42.cob)
         03  file-155         pic x(532)  value "pywks.dat".             *> PY worksites (selpywks.cob)
         03  file-156         pic x(532)  value "pymwr.txt".             *> PY BLS Multiple Worksite Report file (selpymwr.cob)
         03  file-157         pic x(532)  value "pystw2.txt".            *> PY State W-2 submission file (selpysw2.cob)
         03  file-158         pic x(532)  value "pylcl.dat".             *> PY Local Tax Jurisdiction file (selpylcl.cob)
         03  file-159         pic x(532)  value "pyemlc.dat".            *> PY Employee Local Tax History file (selpyemlc.cob)
         03  file-160         pic x(532)  value "pylclq.txt".            *> PY Local Tax Quarterly Upload file (selpylcu.cob)
         03  file-161         pic x(532)  value "pyvoelog.txt".          *> PY Verification of employment request log (selpyvoe.cob)
         03  file-162         pic x(532)  value "pyuic.dat".             *> PY Unemployment claim notices / responses / charges (selpyuic.cob)
         03  file-163         pic x(532)  value "pyosha.dat".            *> PY OSHA 300 injury and illness cases (selpyosh.cob)
         03  file-164         pic x(532)  value "pyoshita.csv".          *> PY OSHA 300A ITA upload file (selpyita.cob)
         03  file-165         pic x(532)  value "pydpn.dat".             *> PY Dependents and beneficiaries (selpydpn.cob)
         03  file-166         pic x(532)  value "pycob.dat".             *> PY COBRA qualifying events (selpycob.cob)
         03  file-167         pic x(532)  value "pycarinv.csv".          *> PY Benefit carrier invoice import (selpycin.cob)
         03  file-168         pic x(532)  value "pygrd.dat".             *> PY Salary grade ranges (selpygrd.cob)
         03  file-169         pic x(532)  value "pyposn.dat".            *> PY Authorized budgeted positions (selpyposn.cob)
         03  file-170         pic x(532)  value "pysched.dat".           *> PY Scheduled earnings / deductions (selpysch.cob)
         03  file-171         pic x(532)  value "pyntc.dat".             *> PY Tax agency notice log (selpyntc.cob)
         03  file-172         pic x(532)  value "pyxmt.dat".             *> PY Outbound file release / transmission log (selpyxmt.cob)
         03  file-173         pic x(532)  value "pyimr.dat".             *> PY Inbound file import registry (selpyimr.cob)
         03  file-174         pic x(532)  value "pyimi.dat".             *> PY Inbound import record images (selpyimi.cob)
         03  file-175         pic x(532)  value "pysod.dat".             *> PY Segregation of duties conflict matrix (selpysod.cob)
         03  file-176         pic x(532)  value "pycdir.dat".            *> PY Company directory / reporting groups (selpycdir.cob)
         03  file-177         pic x(532)  value "pyicr.dat".             *> PY Intercompany labor chargeback rules (selpyicr.cob)
         03  file-178         pic x(532)  value "pyicl.dat".             *> PY Intercompany chargeback ledger (selpyicl.cob)
         03  file-179         pic x(532)  value "pyicjnl.txt".           *> PY Intercompany chargeback GL journal staging (selpyicj.cob)
         03  file-180         pic x(532)  value "pyrpl.dat".             *> PY Remittances posted to the Purchase Ledger (selpyrpl.cob)
         03  file-181         pic x(532)  value "pyplinv.txt".           *> PY Purchase Ledger invoice batch staging (selpyplv.cob)
         03  file-182         pic x(532)  value "pyplpay.txt".           *> PY Purchase Ledger payments import (selpyplp.cob)
         03  file-183         pic x(532)  value "pyepa.dat".             *> PY Employee purchase account links (selpyepa.cob)
         03  file-184         pic x(532)  value "pysrc.dat".             *> PY Purchase account receipts from pay (selpysrc.cob)
         03  file-185         pic x(532)  value "pyslrcp.txt".           *> PY Sales Ledger cash receipt batch staging (selpyslr.cob)
         03  file-186         pic x(532)  value "pyslbal.txt".           *> PY Sales Ledger balances import (selpyslb.cob)
         03  file-187         pic x(532)  value "pyjdir.dat".            *> PY Tax jurisdiction directory (selpyjdr.cob)
         03  file-188         pic x(532)  value "pyjdir.csv".            *> PY Tax jurisdiction directory import (selpyjdi.cob)
         03  file-189         pic x(532)  value "pylbl.dat".             *> PY Translated label sets (selpylbl.cob)
         03  file-190         pic x(532)  value "pyconv.csv".            *> PY Conversion opening balances import (selpycnv.cob)
*>
     02  filler         redefines file-defs-a.
         03  System-File-Names   pic x(532) occurs 191.           *> MUST match the explicit fields above
     02  File-Defs-Count         binary-short value 191.          *> MUST be the same as above occurs
     02  File-Defs-os-Delimiter  pic x.                           *> if = \ or / then paths have been set.
*>
