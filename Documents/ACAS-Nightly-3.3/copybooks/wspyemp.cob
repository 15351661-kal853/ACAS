*>                Emp-Paycard-Acct field - net pay funds through the
*>                pypaycard processor file; pychkprt and pyach both
*>                skip these employees. File size increases.
*> 15/10/26 vbc - Emp-Tip-Occ-Code added - the Treasury tipped
*>                occupation code; when set, the employee's reported
*>                tips accumulate as qualified tips for W-2 box 12 TP.
*>                Keyed on py010's basics screen. File size increases.
*> 15/10/26 vbc - Emp-ED-Tax-Class 4 added - Roth 401(k) deferral
*>                (after tax, no base reduced, but counted against the
*>                annual deferral limit with the pre-tax entries).
*>                Emp-Roth-CU-Flag/-Year added - set by the year-start
*>                pyrothcu run for an employee 50 or over whose prior-
*>                year FICA wages passed PY-PR6-Roth-CU-Wages, so
*>                pyapply routes the catch-up to the Roth entry. File
*>                size increases.
*> 15/10/26 vbc - Emp-AE-Block added - 401(k) automatic enrollment
*>                status, slot, enrollment and opt-out deadline dates,
*>                amount deferred since enrollment (for a permissible
*>                withdrawal refund) and last escalation year, kept by
*>                pyautoenr and pyapply. File size increases.
*> 15/10/26 vbc - Emp-HSA-Block added - Health Savings Account coverage
*>                type, the Emp-ED-Grp slot carrying the employee's HSA
*>                contribution and the employer contribution per pay,
*>                set by pybenplan from the HSA plan enrollment; plus
*>                this period's employee/employer HSA amounts kept by
*>                pyapply for the pyhsafeed custodian funding file.
*>                File size increases.
*> 15/10/26 vbc - Emp-CA-Meal-Waiver added - the employee's signed
*>                California meal period waiver, honoured by pymealck
*>                and keyed on py010's basics screen. File size
*>                increases.
*> 15/10/26 vbc - Emp-Sched-Block added - the employee's regular shift
*>                start / end times and days worked, maintained and
*>                checked against the punches by pyattend for tardies,
*>                early outs and absences. File size increases.
*> 15/10/26 vbc - Emp-Supervisor-Id added - the pyuser sign-on of the
*>                supervisor the employee reports to, who approves the
*>                timecard in pytcappr. Keyed on py010's basics screen.
*>                File size increases.
*> 15/10/26 vbc - Emp-Sep-Type and Emp-Final-Pay-Date added - how the
*>                employee left (quit or discharged, keyed in py010 at
*>                termination) and the date the final pay went out, set
*>                by pyfinpay's termination tickler. File size increases.
*> 15/10/26 vbc - Emp-Residency, Emp-NRA-Country, Emp-Treaty-Article,
*>                Emp-Treaty-Inc-Code and Emp-NRA-Arrival added - a
*>                nonresident alien's country and tax treaty claim for
*>                the Pub 15-T wage add-on and treaty exemption in
*>                pyapply and the 1042-S (py1042s). File size increases.
*> 15/10/26 vbc - Emp-Worker-Class, Emp-Housing-Allow and
*>                Emp-Housing-Year added - minister (housing allowance
*>                off FWT, no FICA) or statutory employee (W-2 box 13)
*>                for pyapply, w2print and pyefw2. File size increases.
*> 15/10/26 vbc - Emp-Worksite added - the physical worksite
*>                (PY-Worksite-File) the employee works at, for the BLS
*>                Multiple Worksite Report (pymwr). File size increases.
*> 15/10/26 vbc - Emp-WOTC-Block added - Work Opportunity Tax Credit
*>                pre-screening answers, target group, Form 8850 dates
*>                and the state certification result, maintained and
*>                tickled by pywotc which also computes the credit.
*>                File size increases.
*> 15/10/26 vbc - Emp-I9-Block added - Form I-9 Section 1 and 2 dates,
*>                document list used, work authorization expiry and
*>                reverification date, maintained and tickled by pyi9.
*>                File size increases.
*> 15/10/26 vbc - Emp-Grade added - the salary grade (PY-Grade-File)
*>                the employee is paid within, assigned in pygrade and
*>                range checked by py010 and pyrtchg. File size
*>                increases.
*> 15/10/26 vbc - Emp-Position and Emp-FTE added - the budgeted
*>                position (PY-Position-File, within Emp-Dept) the
*>                employee occupies and the share of a full-time
*>                equivalent they fill, for pyposctl's position control
*>                and py010's filled position check. File size
*>                increases.
*> 15/10/26 vbc - Emp-Language added - the language the employee's pay
*>                stub, advice slip and wage notices print in (pylabel
*>                label sets), keyed on py010's basics screen. File
*>                size increases.
*>
 01  PY-Employee-Record.
     03  Emp-No                pic 9(7)   comp.
*>                                              FWT, SWT AND FICA bases), 3 =
*>                                              401(k)-style deferral (reduces
*>                                              FWT/SWT only, FICA still taxed).
*>                                              4 = Roth 401(k) deferral (after
*>                                              tax, but counted against the
*>                                              annual deferral limit with 3).
*>                                              See pyapply bd000.
                 88  Emp-ED-Tax-Post-Tax          values 0 1.
                 88  Emp-ED-Tax-Sec125            value 2.
                 88  Emp-ED-Tax-Deferral          value 3.
                 88  Emp-ED-Tax-Roth              value 4.
     03  Emp-Pay-Method        pic x.     *> C = Check, D = Direct Deposit (ACH),
*>                                           P = Paycard (pypaycard funding file) - was filler
     03  Emp-DD-Grp                     occurs 3.  *> Direct deposit split accounts - was single
         05  Emp-SWT-Flat-Pct     pic 99v99    comp-3.
         05  Emp-SWT-Extra-WH     pic 9(5)v99  comp-3.
*>
*> Treasury tipped occupation code (3 digits) for the qualified tips
*> deduction - spaces = not a tipped occupation, so reported tips stay
*> ordinary box 7 tips only. See pyapply ba010 / w2print.
*>
     03  Emp-Tip-Occ-Code      pic x(3).
*>
*> SECURE 2.0 mandatory Roth catch-up - set (Y) or cleared (N) for
*> every employee by the year-start pyrothcu run: 50 or over by the
*> end of the plan year and prior-year FICA wages over PY-PR6-Roth-
*> CU-Wages. Only honoured by pyapply while Emp-Roth-CU-Year is the
*> current PY-PR2-Year.
*>
     03  Emp-Roth-CU-Flag      pic x.     *> Y = catch-up must go to the Roth entry
     03  Emp-Roth-CU-Year      pic 9(4).  *> plan year the flag was set for
*>
*> 401(k) automatic enrollment - see pyautoenr. Status space = never
*> looked at, A = auto-enrolled at PY-PR6-AE-Pcent into Emp-ED-Grp
*> slot Emp-AE-Slot, E = already deferring by own election when found
*> eligible (never auto-enrolled), O = opted out inside the window -
*> Emp-AE-Deferred refunded through the batch, S = stopped after the
*> window (no refund). pyapply adds the slot's deferral to Emp-AE-
*> Deferred while status is A.
*>
     03  Emp-AE-Block.
         05  Emp-AE-Status     pic x.
             88  Emp-AE-Not-Seen              value space.
             88  Emp-AE-Enrolled              value "A".
             88  Emp-AE-Elected               value "E".
             88  Emp-AE-Opted-Out             value "O".
             88  Emp-AE-Stopped               value "S".
         05  Emp-AE-Slot       pic 9.     *> Emp-ED-Grp entry built
         05  Emp-AE-Date       pic 9(8).  *> ccyymmdd enrolled
         05  Emp-AE-Optout-Date pic 9(8). *> ccyymmdd last day to opt out with a refund
         05  Emp-AE-Deferred   pic 9(6)v99  comp-3. *> deferred since enrollment
         05  Emp-AE-Esc-Year   pic 9(4).  *> plan year last escalated (or enrolled)
*>
*> Health Savings Account - set by pybenplan's batch pass from the
*> Active enrollment in an HSA plan (Bpl-Plan-Type "H"): coverage
*> type (tier 1 = self-only, 2 - 4 = family), the class 2 Emp-ED-Grp
*> slot carrying the employee's pre-tax contribution and the employer
*> contribution per pay. pyapply holds employee + employer together
*> to the IRS limit for the coverage (PY-PR6-HSA) plus the age 55
*> catch-up, and leaves what it took this period in the Last fields
*> for pyhsafeed. Coverage space = no HSA.
*>
     03  Emp-HSA-Block.
         05  Emp-HSA-Coverage  pic x.
             88  Emp-HSA-None                 value space.
             88  Emp-HSA-Self-Only            value "S".
             88  Emp-HSA-Family               value "F".
         05  Emp-HSA-Slot      pic 9.     *> Emp-ED-Grp entry, 0 = employer money only
         05  Emp-HSA-Er-Amt    pic 9(5)v99  comp-3. *> employer contribution per pay
         05  Emp-HSA-Last-Date pic 9(8).  *> ccyymmdd check date of the Last amounts
         05  Emp-HSA-Last-Emp  pic 9(5)v99  comp-3. *> employee contribution that check
         05  Emp-HSA-Last-Er   pic 9(5)v99  comp-3. *> employer contribution that check
*>
*> California meal period waiver signed by the employee - 1 = first
*> meal waived on a day of no more than 6 hours, 2 = second meal
*> waived on a day of no more than 12 hours (first meal taken),
*> B = both. Space = none.
*>
     03  Emp-CA-Meal-Waiver    pic x.
         88  Emp-CA-Waive-None                value space.
         88  Emp-CA-Waive-First               value "1" "B".
         88  Emp-CA-Waive-Second              value "2" "B".
*>
*> Regular shift for attendance - start and end times (an end not
*> after the start finishes next day) and the days worked, Sunday
*> to Saturday, "Y" per day worked. Days all spaces = no schedule,
*> not checked by pyattend's clock pass.
*>
     03  Emp-Sched-Block.
         05  Emp-Sched-Start   pic 9(4).  *> hhmm
         05  Emp-Sched-End     pic 9(4).  *> hhmm
         05  Emp-Sched-Days    pic x(7).  *> Sun Mon Tue Wed Thu Fri Sat
*>
*> Supervisor (reporting-to) - the Usr-Id the employee's timecard
*> approval falls to in pytcappr. Spaces = none assigned, any
*> supervisor or administrator whose scope covers the department.
*>
     03  Emp-Supervisor-Id     pic x(8).
*>
*> Separation - Q = quit (resigned), D = discharged (includes a
*> layoff), space = not terminated or not known. With the taxing
*> state's PY-Final-Pay-Rule-File entry it sets the deadline for
*> the final pay (pyfinpay); Emp-Final-Pay-Date is zero until that
*> pay is found on the check history.
*>
     03  Emp-Sep-Type          pic x.
     03  Emp-Final-Pay-Date    pic 9(8)   comp.  *> ccyymmdd
*>
*>
*> Residency for federal withholding - N = nonresident alien (Pub
*> 15-T wage add-on before the bracket walk, single table), R or
*> space = citizen or resident. A treaty claim (Form 8233) names the
*> country (IRS country code), the 1042-S income code (eg 19
*> teaching, 20 studying and training) and article; the exempt
*> amount and years come off PY-Treaty-File, the years counted from
*> the arrival in the US.
*>
     03  Emp-Residency         pic x.
         88  Emp-Nonresident-Alien        value "N".
     03  Emp-NRA-Country       pic xx.
     03  Emp-Treaty-Article    pic x(10).
     03  Emp-Treaty-Inc-Code   pic 99.    *> zero = no treaty claim
     03  Emp-NRA-Arrival       pic 9(8)   comp.  *> ccyymmdd
*>
*>
*> Worker classification - M = minister of the gospel (the designated
*> housing allowance is excluded from FWT and state wages, and no
*> FICA is withheld or paid at all as ministers pay SECA themselves),
*> S = statutory employee (W-2 box 13 checked, taxed as normal),
*> E or space = common law employee. The housing allowance is the
*> amount the church designated for the year in Emp-Housing-Year - a
*> designation for another year excludes nothing, so it is re-keyed
*> each year. It reaches W-2 box 14.
*>
     03  Emp-Worker-Class      pic x.
         88  Emp-Minister                 value "M".
         88  Emp-Statutory                value "S".
     03  Emp-Housing-Allow     pic 9(7)v99 comp-3.  *> annual designation
     03  Emp-Housing-Year      pic 9(4).            *> ccyy designated for
*>
*>
*> Worksite - the PY-Worksite-File code of the plant, shop or office
*> the employee physically works at (Emp-Dept is the organisation,
*> not the place). Spaces = not assigned, reported by pymwr as such.
*>
     03  Emp-Worksite          pic x(4).
*>
*> Work Opportunity Tax Credit - the Form 8850 pre-screening answers
*> (Y / N per question 1 - 7, space = not asked), the target group
*> code the employee is claimed under (see pywotc, spaces = none),
*> the date the 8850 was signed (on or before the job offer) and the
*> date it went to the state workforce agency - due within 28 days
*> of Emp-Start-Date - and the agency's certification decision.
*>
     03  Emp-WOTC-Block.
         05  Emp-WOTC-Answers      pic x(7).
         05  Emp-WOTC-Group        pic xx.
         05  Emp-WOTC-Screen-Date  pic 9(8).  *> ccyymmdd 8850 signed
         05  Emp-WOTC-8850-Date    pic 9(8).  *> ccyymmdd sent to the SWA
         05  Emp-WOTC-Result       pic x.     *> space = pending, C = certified,
*>                                               D = denied
             88  Emp-WOTC-Certified            value "C".
             88  Emp-WOTC-Denied               value "D".
         05  Emp-WOTC-Result-Date  pic 9(8).  *> ccyymmdd of the decision
*>
*> Form I-9 - Section 1 completed by the employee by the first day
*> of work, Section 2 by the employer within three business days of
*> Emp-Start-Date (pyi9 counts them off the bank holiday file), the
*> document list examined, and for a temporary work authorization
*> its expiry date and the date Supplement B reverified it. Zero
*> expiry = not time limited (citizen, permanent resident).
*>
     03  Emp-I9-Block.
         05  Emp-I9-Sec1-Date      pic 9(8).  *> ccyymmdd
         05  Emp-I9-Sec2-Date      pic 9(8).  *> ccyymmdd
         05  Emp-I9-Doc-List       pic x.     *> A = List A, B = Lists B and C,
*>                                               space = not yet examined
             88  Emp-I9-List-A                 value "A".
             88  Emp-I9-List-BC                value "B".
         05  Emp-I9-Auth-Expiry    pic 9(8).  *> ccyymmdd, zero = none
         05  Emp-I9-Reverify-Date  pic 9(8).  *> ccyymmdd last reverified
*>
*> Salary grade - PY-Grade-File min / mid / max for the year, see
*> pygrade and pygrdchk. Spaces = no grade assigned.
*>
     03  Emp-Grade             pic x(4).
*>
*> Position control - the budgeted position within Emp-Dept (key
*> Emp-Dept + Emp-Position on PY-Position-File) and the FTE filled,
*> 1.00 = full time. Zero position = none occupied. See pyposctl.
*>
     03  Emp-Position          pic 9(5).
     03  Emp-FTE               pic 9v99.
*>
*> Preferred language for the employee facing documents - the
*> check face (pychkprt), advice slip and email (pyadvice), wage
*> notices (pynotice) and stub reprints (pystubrp) print their
*> labels from this language's set on PY-Label-File, falling back
*> to English for any label not translated. Space = English.
*>
     03  Emp-Language          pic x.
         88  Emp-Lang-English             values space "E".
         88  Emp-Lang-Spanish             value "S".
*>
