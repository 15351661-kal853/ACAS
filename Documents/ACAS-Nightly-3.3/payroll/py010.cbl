*>**
*>    Called Modules.
*>                      (CBL_) ACCEPT_NUMERIC.c as static.
*>                      pyjurchk.
*>**
*>    Functions Used:
*>                      TEST-DATE-YYYYMMDD.
*>                      SY001, 2, 3, 10, 13.
*> Program specific:
*>                      PY001, 2
*>                      PY105 - 138, 173 - 180, PY325, PY331.
*>**
*> Changes:
*> 20/09/2025 vbc - 1.0.00 Created - starting. Prior to testing.
*>                         saves their after image) through pyjrnl,
*>                         for pyroll's roll-forward of a restored
*>                         backup - see zz150.
*> 15/10/2026 vbc -        Employee screen captures the Treasury tipped
*>                         occupation code (Emp-Tip-Occ-Code) - reported
*>                         tips of staff with one set accumulate as
*>                         qualified tips, see pyapply / w2print.
*> 15/10/2026 vbc -        E/D tax class 4 - Roth 401(k) deferral - now
*>                         accepted (pyapply bd000); PY237 reworded.
*> 15/10/2026 vbc -        Employee screen captures the California meal
*>                         period waiver (Emp-CA-Meal-Waiver) that
*>                         pymealck honours.
*> 15/10/2026 vbc -        Employee screen captures the supervisor the
*>                         employee reports to (Emp-Supervisor-Id) for
*>                         pytcappr's timecard approval.
*> 15/10/2026 vbc -        Termination checklist asks how the employee
*>                         left (Emp-Sep-Type Q = quit, D = discharged,
*>                         new msg PY325) and, off the taxing state's
*>                         PY-Final-Pay-Rule-File entry, warns when the
*>                         state makes the vacation payout mandatory.
*>                         Rehire clears both with the Term Date.
*> 15/10/2026 vbc -        Employee screen captures residency and, for
*>                         a nonresident alien, the treaty country,
*>                         1042-S income code, article and US arrival
*>                         date (pyapply / py1042s).
*> 15/10/2026 vbc -        Employee screen captures the worker class
*>                         (Emp-Worker-Class M = minister, S = statutory
*>                         employee) and, for a minister, the housing
*>                         allowance designated and the year it is for
*>                         (pyapply / w2print / pyefw2).
*> 15/10/2026 vbc -        Employee screen captures the worksite the
*>                         employee works at (Emp-Worksite), checked
*>                         against PY-Worksite-File - new msg PY331.
*> 15/10/2026 vbc -        Rate screen captures the salary grade
*>                         (Emp-Grade) after Rate 1 and warns when the
*>                         rate is outside the grade's range for the
*>                         year (pygrdchk) - new msgs PY417 - 419.
*> 15/10/2026 vbc -        Employee screen captures the position held in
*>                         the department (Emp-Position) and the FTE
*>                         filled. A hire or transfer into a position
*>                         already filled (pyposchk) is refused unless
*>                         the operator overrides, which is logged on
*>                         the change audit trail - new msgs PY424 - 426.
*> 15/10/2026 vbc -        Two-person control on the fraud-prone fields -
*>                         once operator sign-on is in service a change
*>                         to a rate, Emp-Max-Pay, a direct deposit
*>                         account or a reactivation from Terminated is
*>                         not saved but held on PY-Pending-Change-File
*>                         (zz180) and the record keeps the old values,
*>                         so pyapply pays on them, until a different
*>                         operator with the Supervisor or Admin role
*>                         approves it in option 8. Approve / reject
*>                         stamps the reviewer beside the requester,
*>                         and a value changed meanwhile is rejected
*>                         not applied - new msgs PY441 - 444.
*> 15/10/2026 vbc -        A new employee now writes an EMP-ADDED entry
*>                         on the change audit trail (zz105) so who
*>                         hired whom shows for the segregation of
*>                         duties report, pysod.
*> 15/10/2026 vbc -        Once the ZIP is keyed the jurisdiction directory
*>                         is looked up (pyjurchk) and where its state,
*>                         local EIT or LST jurisdiction differ from those
*>                         held they are offered to take with Y.
*> 15/10/2026 vbc -        Employee screen captures the preferred language
*>                         (Emp-Language, E or S) the stub, advice slip
*>                         and wage notices print in.
*>
*>
*>*************************************************************************
 copy "selpycoh.cob".
 copy "selpypnd.cob".
 copy "selpyrdr.cob".
 copy "selpyfpr.cob".
 copy "selpywks.cob".
*> copy "selpycalx.cob".
*>
*> next 3 are all the same so can use only one stax
 copy "fdpycoh.cob".
 copy "fdpypnd.cob".
 copy "fdpyrdr.cob".
 copy "fdpyfpr.cob".
 copy "fdpywks.cob".
*>
*> copy "fdpycalx.cob".
*>
 copy "wspyscq.cob".
 copy "wspylkq.cob".
 copy "wspyjnq.cob".
 copy "wspygrq.cob".
 copy "wspypsq.cob".
 copy "wspyjrq.cob".
*>
*> A held change being built (zz180) while the queue header record is
*> read for the next sequence number.
*>
 copy "wspypnd.cob" replacing PY-Pending-Change-Record by WS-Pnd-Hold
                              leading ==Pnd-== by ==Pnh-==.
*>
 01  WS-Data.
     03  Menu-Reply          pic x.
     03  PY-Coh-Status       pic xx       value zero.
     03  PY-Pnd-Status       pic xx       value zero.
     03  PY-Rdr-Status       pic xx       value zero.
     03  PY-Fpr-Status       pic xx       value zero.
     03  PY-Wks-Status       pic xx       value zero.
     03  WS-NRA-Arrival      pic 9(8)     value zero.   *> ccyymmdd as keyed
     03  WS-Housing-Allow    pic 9(7)v99  value zero.   *> as keyed
     03  WS-Grd-Disp         pic z,zzz,zz9.99.              *> grade range limit shown
     03  WS-Pos-Old-Dept     pic x(4)     value spaces. *> dept / position held before
     03  WS-Pos-Old-No       pic 9(5)     value zero.   *>  this edit
     03  WS-FTE-Disp         pic z9.99.
     03  WS-Jur-Line         pic x(80)    value spaces. *> directory's county / municipality shown
     03  WS-Rdr-Open         pic x        value "N".  *> routing directory on file
     03  PY-Stax-Status      pic xx       value zero.
 *>    03  PY-Calx-Status      pic xx       value zero.  *> NOT Used
     03  WS-Pnd-Field-Desc   pic x(15)    value spaces.  *> ga000-Review-Pending-Changes, translated from Pnd-Field-Code
     03  WS-Pnd-Saved-Emp-No pic 9(7)     value zero.    *> ga000's own Emp-No context, saved/restored around the review loop
     03  WS-Pnd-Slot         pic 9        value zero.    *> rate / DD slot of a held change
     03  WS-Pnd-Held         pic 99       value zero.    *> changes held by zz180 this save
     03  WS-Pnd-Stale        pic x        value "N".     *> Y = field changed since it was held
*>
     03  WS-Reply            pic x.
     03  WS-Eval-Msg         pic x(25)    value spaces.
     03  PY148           pic x(64) value "PY148 A Non-Discretionary (garnishment) item needs Priority 1-3".
     03  PY149           pic x(48) value "PY149 No pending self-service change requests".
     03  PY150           pic x(58) value "PY150 No SWT withholding table on file for that state yet".
     03  PY325           pic x(51) value "PY325 Separation must be Q (quit) or D (discharged)".
     03  PY331           pic x(48) value "PY331 Worksite not on file - set up with pymwr M".
*>
*> The CBASIC MESSAGES
*>
     03  PY241           pic x(42) value "PY241 Record in use by operator".
     03  PY242           pic x(56) value "PY242 A pay run is in flight - maintenance refused".
     03  PY236           pic x(42) value "PY236 W-4 Filing Status must be S, M or H".
     03  PY237           pic x(62) value "PY237 Tax class must be 0/1 Post, 2 S125, 3 Deferral or 4 Roth".
     03  PY417           pic x(41) value "PY417 Rate is below the grade minimum of".
     03  PY418           pic x(41) value "PY418 Rate is above the grade maximum of".
     03  PY419           pic x(56) value "PY419 Grade has no range on file - set up with pygrade M".
     03  PY424           pic x(62) value "PY424 Position not on file for this department - see pyposctl".
     03  PY425           pic x(47) value "PY425 Position is closed - no longer authorized".
     03  PY426           pic x(47) value "PY426 Position already filled - authorized FTE".
     03  PY441           pic x(65) value "PY441 Held for a second operator's approval (option 8) - changes:".
     03  PY442           pic x(54) value "PY442 Needs a Supervisor or Admin to approve or reject".
     03  PY443           pic x(61) value "PY443 You keyed this change - another operator must review it".
     03  PY444           pic x(64) value "PY444 Value changed since this was held - rejected, key it again".
*>
 01  Error-Code          pic 999.
*>
                                          line 10 col 21.
     03  value "7. Employee Direct Deposit Account Entry"
                                          line 11 col 21.
     03  value "8. Review Pending Change Requests / Approvals"
                                          line 12 col 21.
     03  value "9. Employee Local Tax Jurisdiction Entry"
                                          line 13 col 21.
     03  value "  Current value               {                                }"            line 11 col  1.
     03  value "  Requested value             {                                }"            line 12 col  1.
     03  value "  Requested (ccyymmdd)        {        }"                       line 13 col  1.
     03  value "  Requested by                {        }"                       line 14 col  1.
     03  value "  ---------------------------------------------------------------------------" line 15 col  1.
     03  value "  Apply this change - Y = Approve, N = Reject, S = Skip for now [ ]"          line 17 col  1.
     03  from  Pnd-Seq-No  pic zzzzzz9                                  line  6 col 16.
     03  from  Pnd-Old-Value pic x(32)                                  line 11 col 34.
     03  from  Pnd-New-Value pic x(32)                                  line 12 col 34.
     03  from  Pnd-Requested-Date pic 9(8)                              line 13 col 32.
     03  from  Pnd-Requested-By   pic x(8)                              line 14 col 32.
     03  using WS-Reply    pic x                                        line 17 col 68 foreground-color 3 auto.
*>
 01  SS-Employee-History-Data-1  background-color cob-color-black
                       go to    ba999-Exit
              end-if
              perform  zz160-Journal-Emp-New
              perform  zz105-Audit-New-Emp
     else
              display  spaces at 2301 erase eos   *> Clear F1 & Esc message
              move     WS-Employee-Number to Emp-No


     accept   Emp-Zip          at line 12 col 58  foreground-color 3 UPDATE.
*>
*> The jurisdictions the directory holds for the address (pyjurchk) -
*> where any differ from those held the operator is offered them, the
*> taxing state is still keyed and checked below as before.
*>
     if       Emp-Zip not = spaces
              move     Emp-Zip to Jrq-Zip
              call     "pyjurchk" using PY-Juris-Check File-Defs
              if       Jrq-Result < 9
                and  ((Jrq-State     not = spaces and not = Emp-Taxing-State)
                 or   (Jrq-LWT-Juris not = spaces and not = Emp-LWT-Live-Juris)
                 or   (Jrq-Htx-Juris not = spaces and not = Emp-Head-Tax-Juris))
                       move     spaces to WS-Jur-Line
                       string   Jrq-County        delimited by "  "
                                " / "             delimited by size
                                Jrq-Muni          delimited by "  "
                                " PSD "           delimited by size
                                Jrq-PSD-Code      delimited by size
                                         into WS-Jur-Line
                       end-string
                       if       Jrq-Ambiguous = "Y"
                                move     "ZIP spans areas - key +4" to WS-Jur-Line (56:25)
                       end-if
                       display  WS-Jur-Line at line WS-22-Lines col 1 foreground-color 3 erase eol
                       display  "Take State [  ] LWT [     ] LST [     ] (Y/N) [ ]"
                                                at line WS-23-Lines col 1 erase eol
                       display  Jrq-State     at line WS-23-Lines col 13
                       display  Jrq-LWT-Juris at line WS-23-Lines col 22
                       display  Jrq-Htx-Juris at line WS-23-Lines col 34
                       move     "Y" to WS-Reply
                       accept   WS-Reply at line WS-23-Lines col 48 UPDATE AUTO
                       move     function upper-case (WS-Reply) to WS-Reply
                       display  space at line WS-22-Lines col 1 erase eol
                       display  space at line WS-23-Lines col 1 erase eol
                       if       WS-Reply = "Y"
                                if   Jrq-State not = spaces
                                     move Jrq-State to Emp-Taxing-State
                                end-if
                                if   Jrq-LWT-Juris not = spaces
                                     move Jrq-LWT-Juris to Emp-LWT-Live-Juris
                                end-if
                                if   Jrq-Htx-Juris not = spaces
                                     move Jrq-Htx-Juris to Emp-Head-Tax-Juris
                                end-if
                       end-if
              end-if
     end-if.
     accept   Emp-Phone-No     at line 13 col 27  foreground-color 3 UPDATE.
*>
*> Email delivery consent for the pay advice stub (see pyadvice) -
*> pydeptrp roster.
*>
     display  "Dept     [    ]" at line 18 col 64.
     move     Emp-Dept     to WS-Pos-Old-Dept.
     move     Emp-Position to WS-Pos-Old-No.
     accept   Emp-Dept         at line 18 col 74  foreground-color 3 UPDATE UPPER.
*>
*> Position control - the authorized position held within the
*> department and the FTE filled (1.00 = full time). A new hire or a
*> move to another department / position must find room in it - see
*> pyposchk. Full means refused unless overridden, and an override
*> goes on the change audit trail. Zero = no position held.
*>
     if       Emp-FTE = zero
              move     1 to Emp-FTE.
     perform  forever
              display  "Position [     ] FTE [    ]" at line WS-23-Lines col 45
              accept   Emp-Position at line WS-23-Lines col 55 foreground-color 3 UPDATE
              move     WS-23-Lines to AN-LINE
              move     67 to AN-COLUMN
              call     STATIC "ACCEPT_NUMERIC" using by REFERENCE Emp-FTE
                                                     by REFERENCE AN-ACCEPT-NUMERIC
              display  space at line WS-23-Lines col 45 erase eol
              if       Emp-FTE = zero
                       move     1 to Emp-FTE
              end-if
              if       Emp-Position = zero
                 or   (Emp-Dept = WS-Pos-Old-Dept
                  and  Emp-Position = WS-Pos-Old-No)
                       display  space at line WS-22-Lines col 1 erase eol
                       exit perform
              end-if
              move     Emp-Dept     to Psq-Dept
              move     Emp-Position to Psq-Position
              move     Emp-No       to Psq-Emp-No
              move     Emp-FTE      to Psq-FTE
              call     "pyposchk" using PY-Position-Check File-Defs
              if       Psq-Result = 9
                       display  PY424 at line WS-22-Lines col 1 foreground-color 4 erase eol
                       exit perform cycle
              end-if
              if       Psq-Result = 7
                       display  PY425 at line WS-22-Lines col 1 foreground-color 4 erase eol
                       exit perform cycle
              end-if
              if       Psq-Result not = 1
                       display  space at line WS-22-Lines col 1 erase eol
                       exit perform
              end-if
              display  PY426       at line WS-22-Lines col 1 foreground-color 4 erase eol
              move     Psq-Auth-FTE   to WS-FTE-Disp
              display  WS-FTE-Disp at line WS-22-Lines col 49 foreground-color 4
              display  "filled"    at line WS-22-Lines col 55 foreground-color 4
              move     Psq-Filled-FTE to WS-FTE-Disp
              display  WS-FTE-Disp at line WS-22-Lines col 62 foreground-color 4
              display  "Override and log it (Y/N) [ ]" at line WS-23-Lines col 45
              move     "N" to WS-Reply
              accept   WS-Reply at line WS-23-Lines col 72 foreground-color 3 UPPER
              display  space at line WS-23-Lines col 45 erase eol
              if       WS-Reply not = "Y"
                       exit perform cycle
              end-if
              perform  zz170-Log-Pos-Override
              display  space at line WS-22-Lines col 1 erase eol
              exit perform
     end-perform.
*>
*> EEO-1 demographics (ethnicity 1-7, job category 1-10) - see pyeeo1.
*>
     display  "EEO Eth/Cat [ ] [  ]" at line 19 col 59.
     if       Emp-Vet-Status > 5
              move zero to Emp-Vet-Status.
     display  space at line WS-23-Lines col 45 erase eol.
*>
*> Treasury tipped occupation code (3 digits) - set only for staff in
*> a customarily tipped occupation; their reported tips then count as
*> qualified tips (W-2 box 12 TP). Spaces = none.
*>
     display  "Tip occupation code [   ]" at line WS-23-Lines col 45.
     accept   Emp-Tip-Occ-Code at line WS-23-Lines col 66 foreground-color 3 UPDATE.
     if       Emp-Tip-Occ-Code not = spaces
        and   Emp-Tip-Occ-Code not numeric
              move spaces to Emp-Tip-Occ-Code.
     display  space at line WS-23-Lines col 45 erase eol.
*>
*> California meal period waiver - 1 = first meal (days of 6 hours or
*> less), 2 = second meal (days of 12 hours or less), B = both, space
*> = none. See pymealck.
*>
     display  "CA meal waiver 1/2/B [ ]" at line WS-23-Lines col 45.
     accept   Emp-CA-Meal-Waiver at line WS-23-Lines col 67 foreground-color 3 UPDATE UPPER.
     if       Emp-CA-Meal-Waiver not = "1" and not = "2" and not = "B"
              move space to Emp-CA-Meal-Waiver.
     display  space at line WS-23-Lines col 45 erase eol.
*>
*> Supervisor (reporting-to) - the pyuser sign-on id that approves
*> this employee's timecard in pytcappr. Spaces = none assigned.
*>
     display  "Supervisor id [        ]" at line WS-23-Lines col 45.
     accept   Emp-Supervisor-Id at line WS-23-Lines col 60 foreground-color 3 UPDATE UPPER.
     display  space at line WS-23-Lines col 45 erase eol.
*>
*> Preferred language for the stub, advice slip and wage notices -
*> E = English, S = Spanish (pylabel label sets, English wherever a
*> label is not translated).
*>
     display  "Language E/S [ ]" at line WS-23-Lines col 45.
     accept   Emp-Language at line WS-23-Lines col 59 foreground-color 3 UPDATE UPPER.
     if       not Emp-Lang-Spanish
              move "E" to Emp-Language.
     display  space at line WS-23-Lines col 45 erase eol.
*>
*> Residency - N = nonresident alien (Pub 15-T wage add-on in the FWT
*> calculation). A treaty claim (Form 8233) names the country, the
*> 1042-S income code and the article - see PY-Treaty-File, py1042s.
*>
     display  "Residency N = nonresident alien [ ]" at line WS-23-Lines col 45.
     accept   Emp-Residency at line WS-23-Lines col 78 foreground-color 3 UPDATE UPPER.
     display  space at line WS-23-Lines col 45 erase eol.
     if       not Emp-Nonresident-Alien
              move     "R"    to Emp-Residency
              move     spaces to Emp-NRA-Country Emp-Treaty-Article
              move     zero   to Emp-Treaty-Inc-Code Emp-NRA-Arrival
     else
              display  "Treaty country code [  ]" at line WS-23-Lines col 45
              accept   Emp-NRA-Country at line WS-23-Lines col 66 foreground-color 3 UPDATE UPPER
              display  space at line WS-23-Lines col 45 erase eol
              display  "Treaty income code (0 = none) [  ]" at line WS-23-Lines col 45
              accept   Emp-Treaty-Inc-Code at line WS-23-Lines col 76 foreground-color 3 UPDATE
              display  space at line WS-23-Lines col 45 erase eol
              if       Emp-Treaty-Inc-Code = zero
                       move     spaces to Emp-Treaty-Article
              else
                       display  "Treaty article [          ]" at line WS-23-Lines col 45
                       accept   Emp-Treaty-Article at line WS-23-Lines col 61 foreground-color 3 UPDATE UPPER
                       display  space at line WS-23-Lines col 45 erase eol
              end-if
              move     Emp-NRA-Arrival to WS-NRA-Arrival
              display  "US arrival ccyymmdd [        ]" at line WS-23-Lines col 45
              accept   WS-NRA-Arrival at line WS-23-Lines col 66 foreground-color 3 UPDATE
              if       TEST-DATE-YYYYMMDD (WS-NRA-Arrival) not = zero
                       move     zero to WS-NRA-Arrival
              end-if
              move     WS-NRA-Arrival to Emp-NRA-Arrival
              display  space at line WS-23-Lines col 45 erase eol
     end-if.
*>
*> Worker class - M = minister (designated housing allowance off FWT,
*> no FICA), S = statutory employee (W-2 box 13), E = employee. The
*> housing allowance designation is for one year only.
*>
     display  "Worker class M/S/E [ ]" at line WS-23-Lines col 45.
     accept   Emp-Worker-Class at line WS-23-Lines col 65 foreground-color 3 UPDATE UPPER.
     display  space at line WS-23-Lines col 45 erase eol.
     if       not Emp-Minister
              if       not Emp-Statutory
                       move     "E" to Emp-Worker-Class
              end-if
              move     zero to Emp-Housing-Allow Emp-Housing-Year
     else
              move     Emp-Housing-Allow to WS-Housing-Allow
              display  "Housing allowance [          ]" at line WS-23-Lines col 45
              accept   WS-Housing-Allow at line WS-23-Lines col 64 foreground-color 3 UPDATE
              move     WS-Housing-Allow to Emp-Housing-Allow
              display  space at line WS-23-Lines col 45 erase eol
              if       Emp-Housing-Year = zero
                       move     PY-PR2-Year to Emp-Housing-Year
              end-if
              display  "Designated for year [    ]" at line WS-23-Lines col 45
              accept   Emp-Housing-Year at line WS-23-Lines col 66 foreground-color 3 UPDATE
              display  space at line WS-23-Lines col 45 erase eol
     end-if.
*>
*> Worksite - the plant, shop or office worked at (BLS Multiple
*> Worksite Report). Spaces = not assigned; anything else must be on
*> PY-Worksite-File when that file exists.
*>
     open     input PY-Worksite-File.
     perform  forever
              display  "Worksite [    ]" at line WS-23-Lines col 45
              accept   Emp-Worksite at line WS-23-Lines col 55 foreground-color 3 UPDATE UPPER
              display  space at line WS-23-Lines col 45 erase eol
              if       Emp-Worksite = spaces
                 or    PY-Wks-Status not = "00"
                       exit perform
              end-if
              move     Emp-Worksite to Wks-Code
              read     PY-Worksite-File key Wks-Code
                       invalid key
                                display  PY331 at line WS-22-Lines col 1 foreground-color 4 erase eol
                                move     "00" to PY-Wks-Status
                                exit perform cycle
              end-read
              display  space at line WS-22-Lines col 1 erase eol
              exit perform
     end-perform.
     if       PY-Wks-Status = "00"
              close    PY-Worksite-File.
*>
     move     "00/00/0000"   to WS-Emp-Date.             *> temp date for accepting etc
     move     Emp-Birth-Date to WS-Test-YMD.             *> ccyymmdd
*>
*> Here not do a write as it was created prior to ba000 running.
*>
     perform  zz180-Hold-Sensitive.
     perform  zz100-Audit-Changes.
     rewrite  PY-Employee-Record.
     if       PY-Emp-Status not = zeros
              end-if
     end-perform.
*>
*> How they left - with the state it sets the final pay deadline
*> pyfinpay works to.
*>
     perform  forever
              display  "Separation - Q = quit, D = discharged or laid off [ ]"
                                            at line WS-23-Lines col 1
              accept   Emp-Sep-Type at line WS-23-Lines col 52 foreground-color 3 UPDATE UPPER
              if       Emp-Sep-Type = "Q" or = "D"
                       display  space at line WS-22-Lines col 1 erase eos
                       exit perform
              end-if
              display  PY325 at line WS-22-Lines col 1 foreground-color 4 erase eol
     end-perform.
     move     zero to Emp-Final-Pay-Date.
*>
*> Some states make the vacation payout mandatory - say so and
*> default the answer to Y.
*>
     move     "N" to WS-Reply.
     open     input PY-Final-Pay-Rule-File.
     if       PY-Fpr-Status = "00"
              move     Emp-Taxing-State to Fpr-State
              read     PY-Final-Pay-Rule-File key Fpr-State
                       invalid key
                                move     "**" to Fpr-State
                                read     PY-Final-Pay-Rule-File key Fpr-State
                                         invalid key
                                                  move     space to Fpr-Vac-Payout
                                end-read
              end-read
              if       Fpr-Vac-Mandatory
                       move     "Y" to WS-Reply
                       display  "State requires accrued vacation be paid with the final pay"
                                            at line WS-22-Lines col 1 foreground-color 2
              end-if
              close    PY-Final-Pay-Rule-File
     end-if.
     display  "Pay out accrued vacation balance now (Y/N) [ ]" at line WS-23-Lines col 1.
     accept   WS-Reply at line WS-23-Lines col 47 upper UPDATE.
     display  space at line WS-22-Lines col 1 erase eol.
     if       WS-Reply = "Y"
              move     zero to Emp-Vac-Accum
     end-if.
*> Employee is being reactivated from a prior Termination - clear
*> the old Term Date, Emp-No/His-Emp-No are unchanged so the YTD
*> history already on file for this employee carries forward as-is.
     move     zero  to Emp-Term-Date
                       Emp-Final-Pay-Date.
     move     space to Emp-Sep-Type.
*>
 ba999-Exit.   exit section.
*>
              end-if
*>
*> Tax treatment of a deduction (see pyapply bd000) - 0/1 post-tax,
*> 2 Section 125 cafeteria pre-tax, 3 401(k)-style pre-FWT deferral,
*> 4 Roth 401(k) deferral (after tax, same annual limit as 3).
*> Prompted on the bottom line like the payee number above.
*>
              if       Emp-ED-Earn-Ded (A) = "D"
                       display  "Tax (0/1 Post,2 S125,3 401k,4 Roth) [ ]"
                                         at line WS-23-Lines col 40
                       accept   Emp-ED-Tax-Class (A)
                                         at line WS-23-Lines col 77
                                         foreground-color 3 UPDATE
                       if       Emp-ED-Tax-Class (A) > 4
                                display  PY237 at line WS-Lines col 1 foreground-color 4 erase eol
                                move     1 to Error-Code
                       end-if
*>
*> Here not do a write as it was created prior to ba000 running.
*>
     perform  zz180-Hold-Sensitive.
     perform  zz100-Audit-Changes.
     rewrite  PY-Employee-Record.
     if       PY-Emp-Status not = zeros
              display  PY232          at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  Emp-Taxing-State at line WS-23-Lines col 65 foreground-color 4
     end-if.
*>
*> Salary grade - spaces = none. Anything else must have a range on
*> PY-Grade-File for this year; a rate outside it is warned of only,
*> as with minimum wage, the review deciding what is done about it.
*>
     perform  forever
              display  "Salary grade [    ]" at line WS-Lines col 1 with erase eos
              accept   Emp-Grade at line WS-Lines col 15 foreground-color 3 UPDATE UPPER
              display  space at line WS-Lines col 1 erase eos
              move     Emp-Grade        to Grq-Grade
              move     WSE-Date-9       to Grq-As-Of
              move     Emp-Rate (1)     to Grq-Rate
              move     Emp-HS-Type      to Grq-HS-Type
              move     Emp-Pay-Freq     to Grq-Pay-Freq
              move     Emp-Normal-Units to Grq-Normal-Units
              call     "pygrdchk" using PY-Grade-Check File-Defs
              if       Grq-Result = 9
                       display  PY419 at line WS-22-Lines col 1 foreground-color 4 erase eol
                       exit perform cycle
              end-if
              display  space at line WS-22-Lines col 1 erase eol
              exit perform
     end-perform.
     if       Grq-Result = 1
              move     Grq-Min to WS-Grd-Disp
              display  PY417       at line WS-22-Lines col 1 foreground-color 4 erase eol
              display  WS-Grd-Disp at line WS-22-Lines col 43 foreground-color 4
              if       Grq-Basis = "H"
                       display  "hourly" at line WS-22-Lines col 56 foreground-color 4
              else
                       display  "annual" at line WS-22-Lines col 56 foreground-color 4
              end-if
     end-if.
     if       Grq-Result = 2
              move     Grq-Max to WS-Grd-Disp
              display  PY418       at line WS-22-Lines col 1 foreground-color 4 erase eol
              display  WS-Grd-Disp at line WS-22-Lines col 43 foreground-color 4
              if       Grq-Basis = "H"
                       display  "hourly" at line WS-22-Lines col 56 foreground-color 4
              else
                       display  "annual" at line WS-22-Lines col 56 foreground-color 4
              end-if
     end-if.
*> This is in ratent (CBasic code) and no do not understand the reasoning for it.
*> ^^^^^
 *>   then emp.rate(2)= emp.rate(1)*pr1.rate2.factor: \
*>
*> Here not do a write as it was created prior to ba000 running.
*>
     perform  zz180-Hold-Sensitive.
     perform  zz100-Audit-Changes.
     rewrite  PY-Employee-Record.
     if       PY-Emp-Status not = zeros
              end-if
     end-perform.
*>
     perform  zz180-Hold-Sensitive.
     perform  zz100-Audit-Changes.
     rewrite  PY-Employee-Record.
     if       PY-Emp-Status not = zeros
*> requests staged by HR or a kiosk - record 0 is only the next-seq
*> counter, so start from 1) and shows each still-Pending entry old vs.
*> requested for a supervisor to Approve, Reject or Skip for later.
*>
*> The Two-Person entries zz180 held (rates, max pay, DD accounts,
*> reactivation) are only reviewed by a Supervisor or Admin operator
*> who is not the one that keyed them, and one whose field has moved
*> on since it was held is rejected rather than applied over the top.
*>
     move     1 to Pnd-Seq-No.
     start    PY-Pending-Change-File key not < Pnd-Seq-No
     read     PY-Employee-File key Emp-No
              invalid key                     *> employee gone - close it out so it stops resurfacing
                       move     "R" to Pnd-Status
                       perform  ga030-Stamp-Review
                       rewrite  PY-Pending-Change-Record
                       move     WS-Pnd-Saved-Emp-No to Emp-No
                       go to    ga010-Next-Pending
     end-read.
     perform  ga015-Set-Field-Desc.
     display  SS-Pending-Change-Review.
     if       Pnd-Fld-Two-Person
        and   WS-CD-Args (9:1) not = "S" and not = "A"
              display  PY442    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              move     WS-Pnd-Saved-Emp-No to Emp-No
              go to    ga010-Next-Pending.
     if       Pnd-Fld-Two-Person
        and   WS-CD-Args (1:8) = Pnd-Requested-By
              display  PY443    at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58
              move     WS-Pnd-Saved-Emp-No to Emp-No
              go to    ga010-Next-Pending.
     accept   WS-Reply at line 17 col 68 foreground-color 3 UPPER UPDATE.
     evaluate WS-Reply
              when    "Y"
                       move     "N" to WS-Pnd-Stale
                       if       Pnd-Fld-Two-Person
                                perform  ga025-Check-Stale
                       end-if
                       if       WS-Pnd-Stale = "Y"
                                display  PY444    at line WS-23-Lines col 1 foreground-color 4 erase eol
                                display  SY015    at line WS-Lines    col 1
                                accept   WS-Reply at line WS-Lines    col 58
                                move     "R" to Pnd-Status
                                perform  ga030-Stamp-Review
                                rewrite  PY-Pending-Change-Record
                       else
                                perform  ga020-Apply-Change
                       end-if
              when    "N"
                       move     "R" to Pnd-Status
                       perform  ga030-Stamp-Review
                       rewrite  PY-Pending-Change-Record
              when     other
                       continue              *> S = Skip, leave Pending for next time
              when     Pnd-Fld-Zip           move "Zip Code"       to WS-Pnd-Field-Desc
              when     Pnd-Fld-Phone         move "Phone No"       to WS-Pnd-Field-Desc
              when     Pnd-Fld-Bank-Acct     move "Bank Acct No"   to WS-Pnd-Field-Desc
              when     Pnd-Fld-Rate          move "Pay Rate"       to WS-Pnd-Field-Desc
                                             move Pnd-Field-Code (2:1) to WS-Pnd-Field-Desc (10:1)
              when     Pnd-Fld-Max-Pay       move "Max Pay"        to WS-Pnd-Field-Desc
              when     Pnd-Fld-Reactivate    move "Reactivate (T)" to WS-Pnd-Field-Desc
              when     Pnd-Fld-DD-Slot       move "DD Account"     to WS-Pnd-Field-Desc
                                             move Pnd-Field-Code (2:1) to WS-Pnd-Field-Desc (12:1)
              when     other                 move "Unknown field"  to WS-Pnd-Field-Desc
     end-evaluate.
*>
              when     Pnd-Fld-Bank-Acct     move Pnd-New-Value (1:24) to Emp-DD-Acct-No (1)
                                             move space to Emp-DD-Prenote-Stat (1)
                                             move zero  to Emp-DD-Prenote-Date (1)
              when     Pnd-Fld-Rate          move Pnd-Field-Code (2:1) to WS-Pnd-Slot
                                             move Pnd-New-Amount to Emp-Rate (WS-Pnd-Slot)
              when     Pnd-Fld-Max-Pay       move Pnd-New-Amount to Emp-Max-Pay
              when     Pnd-Fld-Reactivate    move Pnd-New-Value (1:1) to Emp-Status
                                             perform  ba940-Rehire-Reset
              when     Pnd-Fld-DD-Slot       move Pnd-Field-Code (2:1) to WS-Pnd-Slot
                                             move Pnd-New-Image to Emp-DD-Grp (WS-Pnd-Slot)
                                             if   Pnd-New-Image (1:34) not = Pnd-Old-Image (1:34)
                                                  move space to Emp-DD-Prenote-Stat (WS-Pnd-Slot)
                                                  move zero  to Emp-DD-Prenote-Date (WS-Pnd-Slot)
                                             end-if
     end-evaluate.
     perform  zz100-Audit-Changes.
     rewrite  PY-Employee-Record.
              perform  aa155-Emp-Rewrite-Error
     end-if.
     move     "A" to Pnd-Status.
     perform  ga030-Stamp-Review.
     rewrite  PY-Pending-Change-Record.
*>
 ga025-Check-Stale.
*>
*>  The on-file value must still be the one the change was held
*>  against - the DD account compared on its used flag, account,
*>  routing, type and split, not the prenote state pyach moves on.
*>
     evaluate true
              when     Pnd-Fld-Rate          move Pnd-Field-Code (2:1) to WS-Pnd-Slot
                                             if   Emp-Rate (WS-Pnd-Slot) not = Pnd-Old-Amount
                                                  move "Y" to WS-Pnd-Stale
                                             end-if
              when     Pnd-Fld-Max-Pay       if   Emp-Max-Pay not = Pnd-Old-Amount
                                                  move "Y" to WS-Pnd-Stale
                                             end-if
              when     Pnd-Fld-Reactivate    if   Emp-Status not = "T"
                                                  move "Y" to WS-Pnd-Stale
                                             end-if
              when     Pnd-Fld-DD-Slot       move Pnd-Field-Code (2:1) to WS-Pnd-Slot
                                             if   Emp-DD-Grp (WS-Pnd-Slot) (1:41) not = Pnd-Old-Image (1:41)
                                                  move "Y" to WS-Pnd-Stale
                                             end-if
     end-evaluate.
*>
 ga030-Stamp-Review.
*>
*>  Reviewer and when - the signed-on operator id where sign-on is in
*>  service, else the user name as before.
*>
     move     WSE-Date-9   to Pnd-Applied-Date.
     if       WS-CD-Args (1:8) not = spaces
              move     WS-CD-Args (1:8) to Pnd-Applied-By
     else
              move     Usera        to Pnd-Applied-By.
     accept   WS-Aud-Time from time.
     move     WS-Aud-Time (1:6) to Pnd-Applied-Time.
*>
 ga999-Exit.   exit section.
*>
     if       Error-Code not = zero
              go to    ha010-Get-Emp-No.
*>
     perform  zz180-Hold-Sensitive.
     perform  zz100-Audit-Changes.
     rewrite  PY-Employee-Record.
     if       PY-Emp-Status not = zeros
*> that differs (the fraud-relevant ones: status, pay method, rates,
*> bank accounts, deduction factors, FWT allowances), plus a catch
*> all entry when anything else moved. New employees (nothing on
*> disk yet) write nothing here - zz105 logs the add itself.
*>
     move     PY-Employee-Record to WS-Emp-After.
     read     PY-Employee-File key Emp-No
     close    PY-Audit-File.
*>
 zz100-Exit.  exit section.
*>
 zz105-Audit-New-Emp         section.
*>**********************************
*>
*> One EMP-ADDED entry when an employee is created - the operator who
*> added them is what pysod pairs against whoever approves their
*> first time card.
*>
     open     extend PY-Audit-File.
     if       PY-Aud-Status = "35"
              open     output PY-Audit-File
              close    PY-Audit-File
              open     extend PY-Audit-File
     end-if.
     if       PY-Aud-Status not = "00"
              go to    zz105-Exit.
     accept   WS-Aud-Date from date YYYYMMDD.
     accept   WS-Aud-Time from time.
     move     "EMP-ADDED         " to Aud-Field.
     move     "(none)"             to Aud-Old-Value.
     move     "(added)"            to Aud-New-Value.
     perform  zz110-Write-Audit.
     close    PY-Audit-File.
*>
 zz105-Exit.  exit section.
*>
 zz110-Write-Audit           section.
*>**********************************
     call     "pyjrnl" using PY-Jnl-Request File-Defs.
*>
 zz160-Exit.  exit section.
*>
 zz170-Log-Pos-Override      section.
*>**********************************
*>
*> A hire or transfer into a filled position let through by the
*> operator - one change audit entry, old and new dept / position,
*> written there and then as a new employee gets no zz100 pass.
*>
     open     extend PY-Audit-File.
     if       PY-Aud-Status = "35"
              open     output PY-Audit-File
              close    PY-Audit-File
              open     extend PY-Audit-File
     end-if.
     if       PY-Aud-Status not = "00"
              go to    zz170-Exit.
     accept   WS-Aud-Date from date YYYYMMDD.
     accept   WS-Aud-Time from time.
     move     "POSITION OVERRIDE " to Aud-Field.
     move     spaces to Aud-Old-Value Aud-New-Value.
     string   WS-Pos-Old-Dept  delimited by size
              "/"              delimited by size
              WS-Pos-Old-No    delimited by size
                               into Aud-Old-Value.
     string   Emp-Dept         delimited by size
              "/"              delimited by size
              Emp-Position     delimited by size
              " FILLED "       delimited by size
              WS-FTE-Disp      delimited by size
                               into Aud-New-Value.
     perform  zz110-Write-Audit.
     close    PY-Audit-File.
*>
 zz170-Exit.  exit section.
*>
 zz180-Hold-Sensitive        section.
*>**********************************
*>
*> Two-person control - run before zz100 at every save. With operator
*> sign-on in service (no operator id, no second operator to tell
*> apart) each rate, the max pay, each direct deposit account and a
*> move off Terminated that differs from the record on file is queued
*> on PY-Pending-Change-File for approval in option 8 and put back to
*> its on-file value, so the save goes ahead without it and pyapply
*> keeps paying the old figures. New employees (nothing on disk) are
*> not held.
*>
     if       WS-CD-Args (1:8) = spaces
              go to    zz180-Exit.
     move     PY-Employee-Record to WS-Emp-After.
     read     PY-Employee-File key Emp-No
              invalid key
                       move     WS-Emp-After to PY-Employee-Record
                       go to    zz180-Exit
     end-read.
     move     PY-Employee-Record to WS-Emp-Before.
     move     WS-Emp-After       to PY-Employee-Record.
     if       WS-Emp-Before = WS-Emp-After
              go to    zz180-Exit.
     move     zero to WS-Pnd-Held.
     accept   WS-Aud-Date from date YYYYMMDD.
     accept   WS-Aud-Time from time.
*>
     perform  varying A from 1 by 1 until A > 6
              if       Emp-Rate (A) not = Audb-Rate (A)
                       perform  zz185-Init-Hold
                       move     "R"     to Pnh-Field-Code (1:1)
                       move     A (2:1) to Pnh-Field-Code (2:1)
                       move     Audb-Rate (A) to Pnh-Old-Amount WS-Aud-Edit
                       move     WS-Aud-Edit   to Pnh-Old-Value
                       move     Emp-Rate (A)  to Pnh-New-Amount WS-Aud-Edit
                       move     WS-Aud-Edit   to Pnh-New-Value
                       perform  zz190-Write-Hold
                       move     Audb-Rate (A) to Emp-Rate (A)
              end-if
     end-perform.
     if       Emp-Max-Pay not = Audb-Max-Pay
              perform  zz185-Init-Hold
              move     "MP"         to Pnh-Field-Code
              move     Audb-Max-Pay to Pnh-Old-Amount WS-Aud-Edit
              move     WS-Aud-Edit  to Pnh-Old-Value
              move     Emp-Max-Pay  to Pnh-New-Amount WS-Aud-Edit
              move     WS-Aud-Edit  to Pnh-New-Value
              perform  zz190-Write-Hold
              move     Audb-Max-Pay to Emp-Max-Pay.
     if       Audb-Status = "T"
        and   Emp-Status not = "T" and not = "X"
              perform  zz185-Init-Hold
              move     "RA"         to Pnh-Field-Code
              move     Audb-Status  to Pnh-Old-Value
              move     Emp-Status   to Pnh-New-Value
              perform  zz190-Write-Hold
              move     Audb-Status         to Emp-Status
              move     Audb-Term-Date      to Emp-Term-Date
              move     Audb-Final-Pay-Date to Emp-Final-Pay-Date
              move     Audb-Sep-Type       to Emp-Sep-Type.
     perform  varying A from 1 by 1 until A > 3
              if       Emp-DD-Grp (A) (1:41) not = Audb-DD-Grp (A) (1:41)
                       perform  zz185-Init-Hold
                       move     "D"     to Pnh-Field-Code (1:1)
                       move     A (2:1) to Pnh-Field-Code (2:1)
                       move     Audb-DD-Acct-No (A) to Pnh-Old-Value
                       move     Emp-DD-Acct-No (A)  to Pnh-New-Value
                       if       Emp-DD-Used (A) not = "Y"
                                move "(not used)"   to Pnh-New-Value
                       end-if
                       move     Audb-DD-Grp (A)     to Pnh-Old-Image
                       move     Emp-DD-Grp (A)      to Pnh-New-Image
                       perform  zz190-Write-Hold
                       move     Audb-DD-Grp (A)     to Emp-DD-Grp (A)
              end-if
     end-perform.
*>
     if       WS-Pnd-Held not = zero
              display  PY441       at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  WS-Pnd-Held at line WS-23-Lines col 69
              display  SY015       at line WS-Lines    col 1
              accept   WS-Reply    at line WS-Lines    col 58.
*>
 zz180-Exit.  exit section.
*>
 zz185-Init-Hold             section.
*>**********************************
*>
     initialize WS-Pnd-Hold.
     move     Emp-No            to Pnh-Emp-No.
     move     "P"               to Pnh-Status.
     move     WS-Aud-Date       to Pnh-Requested-Date.
     move     WS-Aud-Time (1:6) to Pnh-Requested-Time.
     move     WS-CD-Args (1:8)  to Pnh-Requested-By.
*>
 zz185-Exit.  exit section.
*>
 zz190-Write-Hold            section.
*>**********************************
*>
*> Next sequence from the queue's header record 0 (made on first use),
*> then the held change written under it.
*>
     move     zero to Pnd-Seq-No.
     read     PY-Pending-Change-File key Pnd-Seq-No
              invalid key
                       initialize PY-Pending-Change-Record
                       move     1 to Pnd-Next-Seq
                       write    PY-Pending-Change-Record
     end-read.
     if       Pnd-Next-Seq = zero
              move     1 to Pnd-Next-Seq.
     move     Pnd-Next-Seq to Pnh-Seq-No.
     add      1 to Pnd-Next-Seq.
     rewrite  PY-Pending-Change-Record.
     move     WS-Pnd-Hold to PY-Pending-Change-Record.
     write    PY-Pending-Change-Record
              invalid key
                       go to zz190-Exit
     end-write.
     add      1 to WS-Pnd-Held.
*>
 zz190-Exit.  exit section.
*>
 zz040-Evaluate-Message      Section.
*>**********************************
