*>                line printer/CUPS spool - see the old note against
*>                PY-PR1-Print-Spool-Name3. Taken from the trailing
*>                filler, record size unchanged.
*> 15/10/26 vbc - Added PY-PR6-Block (401(k) plan limits) - the annual
*>                elective deferral limit, the age 50 catch-up limit,
*>                the prior-year FICA wage threshold above which the
*>                catch-up must be Roth, and the plan year pyrothcu
*>                last flagged employees for. Limits keyed in py900,
*>                used by pyapply bd000. Taken from the trailing
*>                filler, record size unchanged.
*> 15/10/26 vbc - Added the PY-PR6-AE fields - automatic enrollment
*>                settings (eligibility days, default percent, yearly
*>                escalation step and cap, plan payee/acct/desc, opt-
*>                out window and last escalation year) for pyautoenr.
*>                Taken from the trailing filler, record size
*>                unchanged.
*> 15/10/26 vbc - PY-PR6-AE-Payee is also the payee pyrkchg puts on the
*>                401(k) loan repayment entries it builds. No size change.
*> 15/10/26 vbc - Added PY-PR6-HSA-Self-Limit, -Family-Limit and
*>                -Catchup - the annual Health Savings Account limits
*>                (employee + employer combined) pyapply enforces,
*>                keyed in py900. Taken from the trailing filler,
*>                record size unchanged.
*> 15/10/26 vbc - Added PY-PR6-Supp-Mand-Wages/-Rate (the mandatory
*>                flat FWT rate on supplemental wages over $1 million
*>                in the year) and PY-PR6-MCare-Rate, -Addl-Rate and
*>                -Addl-Wages (Medicare and the additional Medicare
*>                tax over its wage threshold) for pyequity and the
*>                supplemental apply. Taken from the trailing filler,
*>                record size unchanged.
*> 15/10/26 vbc - Added PY-PR7-Block with PY-PR7-Appr-Required (Y/N) -
*>                every employee in the pay batch needs a supervisor's
*>                timecard approval (pytcappr) before pyproof passes it
*>                and pynight carries on. Keyed in py900. Taken from
*>                the trailing filler, record size unchanged.
*> 15/10/26 vbc - Added PY-PR8-Block - the Pub 15-T nonresident alien
*>                annual wage add-on, one figure for the 2020 onward
*>                W-4 and one for the earlier form, keyed in py900
*>                and used by pyapply be000. Taken from the trailing
*>                filler, record size unchanged.
*> 15/10/26 vbc - Added PY-PR9-Block - PY-PR9-Training (Y = this is a
*>                training company built by pytrain from a live one,
*>                with the source company and the date it was built).
*>                Every report heading carries a TRAINING banner and
*>                no file leaving the building is produced for it.
*>                Taken from the trailing filler, record size
*>                unchanged.
*>
 01  PY-Param1-Record.
     03  PY-PR1-Block.                         *> Size = 670
*>                                                  apply resets it N
         05  PY-PR4-W2Bal-Date        pic 9(8).  *> ccyymmdd it ran clean
*>
     03  PY-PR6-Block.                *> 401(k) plan limits - carved from filler 15/10/26
         05  PY-PR6-Def-Limit         pic 9(7)v99  comp-3. *> annual elective deferral limit,
*>                                                            pre-tax and Roth combined -
*>                                                            zero = not enforced by pyapply
         05  PY-PR6-Catchup-Limit     pic 9(7)v99  comp-3. *> extra allowed from the year
*>                                                            the employee turns 50
         05  PY-PR6-Roth-CU-Wages     pic 9(7)v99  comp-3. *> prior-year FICA wages over this
*>                                                            = catch-up must be Roth
         05  PY-PR6-Roth-CU-Year      pic 9(4).  *> plan year pyrothcu last ran for
*>
*> Automatic enrollment (EACA) plan settings - maintained and used by
*> pyautoenr. The entry built carries the plan's payee and class 3.
*>
         05  PY-PR6-AE-Used           pic x.     *> Y = automatic enrollment in force
         05  PY-PR6-AE-Elig-Days      pic 999.   *> days from Emp-Start-Date to eligibility
         05  PY-PR6-AE-Pcent          pic 99v99    comp-3. *> default deferral percent
         05  PY-PR6-AE-Step           pic 99v99    comp-3. *> yearly escalation step
         05  PY-PR6-AE-Cap            pic 99v99    comp-3. *> escalation stops at this percent
         05  PY-PR6-AE-Payee          pic 9(4).  *> plan trustee on PY-Payee-File - also pyrkchg loans
         05  PY-PR6-AE-Acct           binary-char  unsigned. *> Emp-ED-Acct-No for the entry
         05  PY-PR6-AE-Desc           pic x(15). *> Emp-ED-Desc for the entry
         05  PY-PR6-AE-Optout-Days    pic 999.   *> permissible withdrawal window, eg 90
         05  PY-PR6-AE-Esc-Year       pic 9(4).  *> plan year the last escalation ran for
*>
*> Health Savings Account annual limits - employee and employer money
*> together, by the coverage on Emp-HSA-Coverage. Zero = not enforced.
*>
         05  PY-PR6-HSA-Self-Limit    pic 9(7)v99  comp-3. *> self-only coverage
         05  PY-PR6-HSA-Family-Limit  pic 9(7)v99  comp-3. *> family coverage
         05  PY-PR6-HSA-Catchup       pic 9(7)v99  comp-3. *> extra from the year the
*>                                                            employee turns 55
*>
*> Supplemental wages over the threshold in a calendar year withhold
*> FWT at the mandatory rate instead of PY-PR1-Supp-FWT-Rate, and the
*> Medicare rates equity income (pyequity) is withheld at. A zero
*> Medicare rate means it is already inside Ded-FICA-Rate.
*>
         05  PY-PR6-Supp-Mand-Wages   pic 9(7)v99  comp-3. *> def 1,000,000.00
         05  PY-PR6-Supp-Mand-Rate    pic 99v99    comp-3. *> def 37.00
         05  PY-PR6-MCare-Rate        pic 99v99    comp-3. *> def 1.45
         05  PY-PR6-MCare-Addl-Rate   pic 99v99    comp-3. *> def 0.90 - employee only
         05  PY-PR6-MCare-Addl-Wages  pic 9(7)v99  comp-3. *> def 200,000.00 YTD Medicare wages
*>
     03  PY-PR7-Block.                *> timecard approval - carved from filler 15/10/26
         05  PY-PR7-Appr-Required     pic x.     *> Y = pyproof refuses unapproved employees
*>
*> Nonresident alien wage add-on (Pub 15-T) - added to the annualised
*> wage of an Emp-Nonresident-Alien before the FWT bracket walk. Re-key
*> each year from the new Pub 15-T.
*>
     03  PY-PR8-Block.                *> nonresident alien - carved from filler 15/10/26
         05  PY-PR8-NRA-Add-New       pic 9(7)v99  comp-3. *> W-4 2020 onward
         05  PY-PR8-NRA-Add-Old       pic 9(7)v99  comp-3. *> W-4 2019 or earlier
*>
*> Training company - set only by pytrain, which builds the training
*> copy of a live company with personal data scrambled beyond recall.
*>
     03  PY-PR9-Block.                *> training company - carved from filler 15/10/26
         05  PY-PR9-Training          pic x.     *> Y = training company, space/N = live
         05  PY-PR9-Source-Co         pic 9(3).  *> live company it was built from
         05  PY-PR9-Built-Date        pic 9(8).  *> ccyymmdd it was built
*>
     03  filler                       pic x(35).  *> could just be 768.
*>
