*>                          carriers (pybencen.csv), one line per
*>                          Active enrollment.
*>
*>                      A plan typed H is a Health Savings Account -
*>                      the "premiums" are then the default employee
*>                      and employer contributions per pay, the batch
*>                      pass also marks the employee's HSA coverage,
*>                      slot and employer amount (pyapply holds the
*>                      two together to the annual limit) and a
*>                      Terminated HSA enrollment has those cleared.
*>
*>                      A tier the employee's dependents (pydepnd)
*>                      do not support is warned of at enrollment
*>                      and refused by the batch pass - HSA plans
*>                      excepted - see pydpnchk.
*>
*>                      Same prompt plan as pystprof.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pylock.
*>                      pydpnchk.
*>                      pyxreg.
*>**
*>    Functions Used:
*>                      None.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY770 - 778, PY445 - 447, PY468.
*>**
*> Changes:
*> 02/09/26 vbc - 1.0.00 Created.
*>                       py010 skips the enrollment, counted, never
*>                       trampled) and journals the rewrite (after
*>                       image, pyjrnl) for pyroll's roll-forward.
*> 15/10/26 vbc - 1.0.02 Health Savings Account plans (Bpl-Plan-Type H,
*>                       always tax class 2). The enrollment carries the
*>                       coverage (S/F, else from the tier), the
*>                       employee's election and the employer amount,
*>                       each zero = the plan figure. The batch pass
*>                       sets Emp-HSA-Coverage/-Slot/-Er-Amt for pyapply
*>                       and clears them for a Terminated HSA enrollment.
*> 15/10/26 vbc - 1.0.03 Coverage tier tested against the employee's
*>                       dependents via pydpnchk - a warning when the
*>                       enrollment is keyed, the batch pass refusing
*>                       (and counting) a tier they do not support.
*> 15/10/26 vbc - 1.0.04 The carrier census export is refused for a
*>                       training company (PY-PR9-Training, built by
*>                       pytrain). New msg PY468.
*> 15/10/26 vbc - 1.0.05 The carrier census export is registered on the
*>                       outbound release log (pyxreg) once closed - held
*>                       until a supervisor releases it in pyxmit, a rebuild
*>                       of one already released shown as a possible
*>                       duplicate. New msgs PY445 - 447.
*>
*>**
*>*************************************************************************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(19) value "pybenplan (1.0.05)".  *> First release pre testing.
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
*>
 copy "wspylkq.cob".
 copy "wspyjnq.cob".
 copy "wspydnq.cob".
*>
 01  WS-Data.
     03  WS-Reply            pic x.
     03  WS-Emp-Prem         pic 9(5)v99  value zero.
     03  WS-Er-Prem          pic 9(5)v99  value zero.
     03  WS-Slot             pic 9        value zero.
     03  WS-HSA-Cov          pic x        value space.
*>
*> Batch pass counters
*>
     03  WS-Cnt-Priced       pic 9(5)     value zero.
     03  WS-Cnt-Built        pic 9(5)     value zero.
     03  WS-Cnt-Skipped      pic 9(5)     value zero.
     03  WS-Cnt-HSA-Stop     pic 9(5)     value zero.
     03  WS-Cnt-Tier-Bad     pic 9(5)     value zero.
     03  WS-Cnt-Census       pic 9(5)     value zero.
     03  WS-Tot-Census-Prem  pic 9(9)v99  value zero.   *> employee + employer
     03  WS-Disp-Cnt         pic zzzz9.
*>
*> Census CSV build areas
     03  WS-Csv-Eff          pic 9(8).
     03  WS-Csv-Prem-E       pic 9(5).99.
     03  WS-Csv-Prem-R       pic 9(5).99.
*>
 copy "wspyxreq.cob".
*>
 01  Error-Messages.
*> System Wide
     03  PY774           pic x(48) value "PY774 No enrollment on file for that emp/plan".
     03  PY775           pic x(51) value "PY775 Enrollment already on file for that emp/plan".
     03  PY776           pic x(53) value "PY776 No free Emp-ED-Grp slot - employee skipped, No".
     03  PY777           pic x(52) value "PY777 Tier not supported by dependents - skipped, No".
     03  PY778           pic x(40) value "PY778 Tier not supported by dependents -".
     03  PY468           pic x(69) value "PY468 Training company - no file is produced for the bank or agencies".
     03  PY445           pic x(59) value "PY445 File held for supervisor release (pyxmit) - log entry".
     03  PY446           pic x(56) value "PY446 POSSIBLE DUPLICATE - already released as log entry".
     03  PY447           pic x(57) value "PY447 File NOT logged for release - pyxmt.dat unavailable".
*>
 01  Error-Code          pic 999.
 01  WS-Co-Code           pic 9(03)  value 1.  *> Which company's params/employees this run uses
*>
     if       WS-Function = "D"
              perform  ba030-Show-Plan
              display  "Delete this plan record (Y/N) [ ]" at line 17 col 1
              move     "N" to WS-Reply
              accept   WS-Reply at line 17 col 32 with UPPER
              if       WS-Reply = "Y"
                       delete   PY-Benefit-Plan-File record
              end-if
     accept   Bpl-Tax-Class at line 14 col 32 with UPDATE.
     if       Bpl-Tax-Class > 3
              move     2 to Bpl-Tax-Class.
     display  "Plan type (H = HSA)           [ ]"        at line 15 col 1.
     accept   Bpl-Plan-Type at line 15 col 32 with UPPER UPDATE.
     if       Bpl-Plan-Type not = "H"
              move     space to Bpl-Plan-Type.
     if       Bpl-Type-HSA
              move     2 to Bpl-Tax-Class           *> HSA payroll money is always Section 125
              display  Bpl-Tax-Class at line 14 col 32.
     move     WS-Emp-Prem to Bpl-Emp-Prem.
     move     WS-Er-Prem  to Bpl-Er-Prem.
*>
     display  "Write this plan record (Y/N) [ ]" at line 17 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 17 col 31 with UPPER.
     if       WS-Reply not = "Y"
              go to    ba000-Exit.
     if       WS-Function = "A"
     display  Bpl-Payee-No              at line 13 col 25.
     display  "Tax class            : " at line 14 col 1.
     display  Bpl-Tax-Class             at line 14 col 25.
     display  "Plan type (H = HSA)  : " at line 15 col 1.
     display  Bpl-Plan-Type             at line 15 col 25.
*>
 ba030-Exit.  exit section.
*>
*>
     if       WS-Function = "D"
              perform  ca030-Show-Enroll
              display  "Delete this enrollment (Y/N) [ ]" at line 16 col 1
              move     "N" to WS-Reply
              accept   WS-Reply at line 16 col 31 with UPPER
              if       WS-Reply = "Y"
                       delete   PY-Benefit-Enroll-File record
              end-if
     if       Ben-Tier < 1 or > 4
              display  PY773 at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to    ca000-Exit.
     perform  ca040-Tier-Check.
     display  "Effective date (ccyymmdd)   [        ]" at line  9 col 1.
     accept   Ben-Eff-Date at line 9 col 30 with UPDATE.
     display  "Status (A/T)                [ ]"        at line 10 col 1.
     if       Ben-Status not = "A" and not = "T"
              move     "A" to Ben-Status.
*>
*> HSA plans only - coverage blank takes it from the tier at the batch
*> pass, a zero amount takes the plan's figure.
*>
     display  "HSA coverage (S/F, HSA only) [ ]"       at line 11 col 1.
     accept   Ben-HSA-Coverage at line 11 col 30 with UPPER UPDATE.
     if       Ben-HSA-Coverage not = "S" and not = "F"
              move     space to Ben-HSA-Coverage.
     move     Ben-HSA-Emp-Amt to WS-Emp-Prem.
     move     Ben-HSA-Er-Amt  to WS-Er-Prem.
     display  "HSA employee per pay (0=plan)[        ]" at line 12 col 1.
     accept   WS-Emp-Prem at line 12 col 31 with UPDATE.
     display  "HSA employer per pay (0=plan)[        ]" at line 13 col 1.
     accept   WS-Er-Prem  at line 13 col 31 with UPDATE.
     move     WS-Emp-Prem to Ben-HSA-Emp-Amt.
     move     WS-Er-Prem  to Ben-HSA-Er-Amt.
*>
     display  "Write this enrollment (Y/N) [ ]" at line 15 col 1.
     move     "N" to WS-Reply.
     accept   WS-Reply at line 15 col 30 with UPPER.
     if       WS-Reply not = "Y"
              go to    ca000-Exit.
     if       WS-Function = "A"
     display  Ben-Eff-Date           at line 10 col 20.
     display  "Status           : "  at line 11 col 1.
     display  Ben-Status             at line 11 col 20.
     move     Ben-HSA-Emp-Amt to WS-Emp-Prem.
     move     Ben-HSA-Er-Amt  to WS-Er-Prem.
     display  "HSA coverage     : "  at line 12 col 1.
     display  Ben-HSA-Coverage       at line 12 col 20.
     display  "HSA employee/pay : "  at line 13 col 1.
     display  WS-Emp-Prem            at line 13 col 20.
     display  "HSA employer/pay : "  at line 14 col 1.
     display  WS-Er-Prem             at line 14 col 20.
*>
 ca030-Exit.  exit section.
*>
 ca040-Tier-Check            section.
*>**********************************
*>
*> The tier just keyed against the employee's dependents today - only
*> a warning here, as the dependents are often keyed after the
*> election; the batch pass is where an unsupported tier is refused.
*>
     move     Ben-Plan-Code to Bpl-Plan-Code.
     move     PY-PR2-Year   to Bpl-Year.
     move     Ben-Tier      to Bpl-Tier.
     read     PY-Benefit-Plan-File key Bpl-Key
              invalid key
                       go to ca040-Exit
     end-read.
     if       Bpl-Type-HSA
              go to    ca040-Exit.
     move     Ben-Emp-No    to Dnq-Emp-No.
     move     Ben-Plan-Code to Dnq-Plan-Code.
     move     Ben-Tier      to Dnq-Tier.
     move     WSE-Date-9    to Dnq-As-Of.
     call     "pydpnchk" using PY-Dependent-Check File-Defs.
     if       Dnq-Result = 1
              display  PY778      at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  Dnq-Reason at line WS-23-Lines col 42 foreground-color 4
     end-if.
*>
 ca040-Exit.  exit section.
*>
 da000-Batch-Price           section.
*>**********************************
              accept   WS-Reply at line WS-Lines col 48 AUTO
              go to    da000-Exit.
*>
     move     zero to WS-Cnt-Priced WS-Cnt-Built WS-Cnt-Skipped
                      WS-Cnt-HSA-Stop WS-Cnt-Tier-Bad.
     move     zero   to Ben-Emp-No.
     move     spaces to Ben-Plan-Code.
     start    PY-Benefit-Enroll-File key not < Ben-Key
              if       PY-Ben-Status not = "00"
                       exit perform
              end-if
              if       Ben-Stat-Terminated
                 and   Ben-HSA-Coverage not = space
                       perform  da030-HSA-Stop
                       exit perform cycle
              end-if
              if       not Ben-Stat-Active
                       exit perform cycle
              end-if
     move     WS-Cnt-Skipped to WS-Disp-Cnt.
     display  "Skipped (see list) : " at line 10 col 5.
     display  WS-Disp-Cnt             at line 10 col 27.
     move     WS-Cnt-HSA-Stop to WS-Disp-Cnt.
     display  "HSA stopped        : " at line 11 col 5.
     display  WS-Disp-Cnt             at line 11 col 27.
     move     WS-Cnt-Tier-Bad to WS-Disp-Cnt.
     display  "Tier rejected      : " at line 12 col 5.
     display  WS-Disp-Cnt             at line 12 col 27.
     display  SY015                   at line WS-Lines col 1.
     accept   WS-Reply                at line WS-Lines col 58.
*>
*>**********************************
*>
*> One enrollment - plan record for the keyed year and enrolled
*> tier, tier tested against the dependents (no dependent file is no
*> test), employee fetched, the deduction entry built or re-priced.
*>
     move     Ben-Plan-Code to Bpl-Plan-Code.
     move     WS-Key-Year   to Bpl-Year.
                       add      1 to WS-Cnt-Skipped
                       go to    da010-Exit
     end-read.
     if       not Bpl-Type-HSA
              move     Ben-Emp-No    to Dnq-Emp-No
              move     Ben-Plan-Code to Dnq-Plan-Code
              move     Ben-Tier      to Dnq-Tier
              move     Bpl-Eff-Date  to Dnq-As-Of
              if       Dnq-As-Of = zero
                       move     WSE-Date-9 to Dnq-As-Of
              end-if
              call     "pydpnchk" using PY-Dependent-Check File-Defs
              if       Dnq-Result = 1
                       display  PY777      at line WS-23-Lines col 1 foreground-color 4 erase eol
                       display  Ben-Emp-No at line WS-23-Lines col 54
                       add      1 to WS-Cnt-Tier-Bad
                       go to    da010-Exit
              end-if
     end-if.
     move     Ben-Emp-No to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
              move     5 to Emp-ED-Priority (WS-Slot).
     move     Bpl-Payee-No     to Emp-ED-Payee-No (WS-Slot).
     move     Bpl-Tax-Class    to Emp-ED-Tax-Class (WS-Slot).
*>
*> An HSA plan - the employee's own election (else the plan default)
*> is the deduction, and the coverage, slot and employer amount go on
*> the employee for pyapply's annual limit and the pyhsafeed file.
*>
     if       Bpl-Type-HSA
              move     2 to Emp-ED-Tax-Class (WS-Slot)
              if       Ben-HSA-Emp-Amt not = zero
                       move     Ben-HSA-Emp-Amt to Emp-ED-Factor (WS-Slot)
              end-if
              move     Ben-HSA-Coverage to WS-HSA-Cov
              if       WS-HSA-Cov = space
                       if       Ben-Tier = 1
                                move     "S" to WS-HSA-Cov
                       else
                                move     "F" to WS-HSA-Cov
                       end-if
                       move     WS-HSA-Cov to Ben-HSA-Coverage
              end-if
              move     WS-HSA-Cov to Emp-HSA-Coverage
              move     WS-Slot    to Emp-HSA-Slot
              if       Ben-HSA-Er-Amt not = zero
                       move     Ben-HSA-Er-Amt to Emp-HSA-Er-Amt
              else
                       move     Bpl-Er-Prem    to Emp-HSA-Er-Amt
              end-if
     end-if.
     rewrite  PY-Employee-Record.
     move     "PYEMP"          to Jnq-File-Id.
     move     "A"              to Jnq-Action.
     call     "pylock" using PY-Lock-Request File-Defs.
*>
 da020-Exit.  exit section.
*>
 da030-HSA-Stop              section.
*>**********************************
*>
*> A Terminated HSA enrollment - the employee's HSA marking is cleared
*> (when it is still this enrollment's slot) so no further employer
*> money is paid and pyhsafeed drops them. The deduction entry itself
*> is left for py010, as for any other terminated plan.
*>
     move     Ben-Emp-No to Emp-No.
     read     PY-Employee-File key Emp-No
              invalid key
                       go to    da030-Exit
     end-read.
     if       Emp-HSA-None
        or    Emp-HSA-Slot not = Ben-ED-Slot
              go to    da030-Exit.
     move     "A"              to Lkq-Action.
     move     Emp-No           to Lkq-Emp-No.
     move     WS-CD-Args (1:8) to Lkq-Operator.
     call     "pylock" using PY-Lock-Request File-Defs.
     if       Lkq-Result not = zero
              add      1 to WS-Cnt-Skipped
              go to    da030-Exit.
     move     space            to Emp-HSA-Coverage.
     move     zero             to Emp-HSA-Slot Emp-HSA-Er-Amt.
     rewrite  PY-Employee-Record.
     move     "PYEMP"          to Jnq-File-Id.
     move     "A"              to Jnq-Action.
     move     "pybenpla"       to Jnq-Program.
     move     Emp-No           to WS-Jnl-Key-Num.
     move     WS-Jnl-Key-Num   to Jnq-Key.
     move     PY-Employee-Record to Jnq-Image.
     call     "pyjrnl" using PY-Jnl-Request File-Defs.
     perform  da020-Drop-Emp-Lock.
     add      1 to WS-Cnt-HSA-Stop.
*>
 da030-Exit.  exit section.
*>
 ea000-Census-Export         section.
*>**********************************
*> One CSV line per Active enrollment for the carriers - plan, tier,
*> employee identity and the premiums currently on the plan master
*> for the keyed year.
*>
*> Nothing for outside is produced for a training company (pytrain).
*>
     if       PY-PR9-Training = "Y"
              display  PY468    at line WS-23-Lines col 1 foreground-color 4 erase eos
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 58 AUTO
              go to    ea000-Exit
     end-if.
*>
     display  "Enrollment Census Export"                 at line 1 col 1 with erase eos.
     display  "Plan year for premiums  [    ]"           at line 3 col 1.
              accept   WS-Reply at line WS-Lines col 48 AUTO
              go to    ea000-Exit.
     open     output PY-Ben-Census-File.
     move     zero to WS-Cnt-Census WS-Tot-Census-Prem.
*>
     move     "PLAN,TIER,EMPNO,NAME,SSN,BIRTHDATE,EFFDATE,EMPPREM,ERPREM"
              to PY-Ben-Census-Line.
 ea090-Done.
     close    PY-Ben-Census-File
              PY-Employee-File.
     perform  zz080-Log-Outbound.
     move     WS-Cnt-Census to WS-Disp-Cnt.
     display  "Census lines written : " at line 6 col 5 with erase eos.
     display  WS-Disp-Cnt              at line 6 col 29.
     move     WS-Csv-Line to PY-Ben-Census-Line.
     write    PY-Ben-Census-Line.
     add      1 to WS-Cnt-Census.
     add      Bpl-Emp-Prem Bpl-Er-Prem to WS-Tot-Census-Prem.
*>
 ea010-Exit.  exit section.
*>
 zz080-Log-Outbound          section.
*>**********************************
*>
*> The carrier census export goes on the outbound release log and is
*> held there until a Supervisor or Admin releases it in pyxmit - only
*> the send copy that makes is to go to the carrier.
*>
     if       WS-Cnt-Census = zero
              go to    zz080-Exit.
     initialize PY-Xmt-Request.
     move     "R"        to Xreq-Action.
     move     "BENCENS"  to Xreq-Type.
     move     prog-name  to Xreq-Prog.
     move     File-99    to Xreq-File-Name.
     move     WS-Key-Year to Xreq-Period.
     move     WS-Tot-Census-Prem to Xreq-Hash.
     call     "pyxreg" using PY-Xmt-Request WS-Calling-Data File-Defs.
     if       Xreq-Result not = zero
              display  PY447       at line WS-23-Lines col 1 foreground-color 4 erase eol
              go to    zz080-Wait.
     if       Xreq-Dup = "Y"
              display  PY446       at line WS-23-Lines col 1 foreground-color 4 erase eol
              display  Xreq-Dup-Of at line WS-23-Lines col 58 foreground-color 4
              go to    zz080-Wait.
     display  PY445    at line WS-23-Lines col 1 foreground-color 2 erase eol.
     display  Xreq-Seq at line WS-23-Lines col 62 foreground-color 2.
*>
 zz080-Wait.
     display  SY015    at line WS-Lines col 1.
     accept   WS-Reply at line WS-Lines col 58.
*>
 zz080-Exit.  exit section.
*>
