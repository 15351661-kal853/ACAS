*>                      pypr1.   Params.
*>                      pyemp.   Employee Master.
*>                      pyhrs.   Pay Transactions (Hrs).
*>                      pyhap.   Timecard Approvals.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 15 & 16.
*> Program specific:
*>                      PY001 - 2, PY870 - 879, PY913.
*>**
*> Changes:
*> 02/09/26 vbc - 1.0.02 Night mode (pynight, WS-CD-Args byte 10 =
*>                       projection/deductions run once per employee
*>                       over the accumulated gross; the detail line
*>                       now shows entry count and total units.
*> 15/10/26 vbc - 1.0.03 Coded money lines (Hrs-Trans-Code) project at
*>                       their Hrs-Amount, no units; reported tips
*>                       stay out of projected gross.
*> 15/10/26 vbc - 1.0.04 Code 19 Imputed Income (non-cash fringe value)
*>                       stays out of projected gross as well.
*> 15/10/26 vbc - 1.0.05 Supervisor timecard approval - with
*>                       PY-PR7-Appr-Required = "Y" every employee in
*>                       the batch needs a pyhap approval (pytcappr)
*>                       whose lines / units / amount still match the
*>                       batch. Any not approved, or changed since,
*>                       is a hard exception - shown on the detail,
*>                       counted in the footing and the batch set back
*>                       to un-proofed as for minor hours. New msg
*>                       PY879, night run returns 7 (pynight halts).
*> 15/10/26 vbc - 1.0.06 Terminated employee whose only lines are code
*>                       22 severance installments (pysever) is not an
*>                       exception - shown as such, and no timecard
*>                       approval is asked for them.
*> 15/10/26 vbc - 1.0.07 The same for an employee On leave whose only
*>                       lines are code 23 military differential
*>                       (pymilit).
*> 15/10/26 vbc - 1.0.08 An employee with a rate, max pay, direct deposit
*>                       or reactivation change still waiting on a
*>                       second operator's approval in py010 is shown
*>                       (pyapply pays the values on file until then)
*>                       and counted in the footing.
*> 15/10/26 vbc - 1.0.09 Operator passed to pyrunctl so every step stamp
*>                       is logged for the segregation of duties report.
*>**
*>*************************************************************************
*> Copyright Notice.
 copy "selpyhrs.cob".
 copy "selpymnr.cob".
 copy "selpynpr.cob".
 copy "selpyhap.cob".
 copy "selpypnd.cob".
*>
 copy "selprint.cob".    *> 132
*>
 copy "fdpyhrs.cob".
 copy "fdpymnr.cob".
 copy "fdpynpr.cob".
 copy "fdpyhap.cob".
 copy "fdpypnd.cob".
*>
 fd  Print-File
     reports are Proof-Report.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(15) value "pyproof(1.0.09)".  *> First release pre testing.
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
     03  WS-Proof-Gross      pic s9(6)v99 comp-3  value zero.
     03  WS-Proof-Units      pic s9(4)v99 comp-3  value zero.
     03  WS-Proof-Entries    pic 999              value zero.
     03  WS-Proof-Sev        pic 999              value zero.  *> code 22 severance lines
     03  WS-Sev-Only         pic x                value "N".
     03  WS-Proof-Mil        pic 999              value zero.  *> code 23 military differential lines
     03  WS-Mil-Only         pic x                value "N".
     03  WS-Proof-Prev-Emp   pic 9(7)             value zero.
     03  WS-Proof-Ded-Amt    pic s9(6)v99 comp-3  value zero  occurs 5.
     03  WS-Proof-Ded-Total  pic s9(6)v99 comp-3  value zero.
     03  WS-Proof-Net        pic s9(6)v99 comp-3  value zero.
     03  WS-Proof-Amt        pic s9(7)v99 comp-3  value zero.  *> coded line amounts, for approval
*>
*> Supervisor timecard approval (PY-PR7-Appr-Required) - this
*> employee's state: A = approved, U = not approved, C = changed
*> since approved, space = not checked.
*>
     03  PY-Hap-Status       pic xx.
     03  WS-Hap-Open         pic x                value "N".
     03  WS-Appr-State       pic x                value space.
     03  WS-Unapproved       pic 9(5)             value zero.
*>
*> Employees with a held Two-Person master change in the py010 queue.
*>
     03  PY-Pnd-Status       pic xx.
     03  WS-Pnd-State        pic x                value space.
     03  WS-Pnd-Emps         pic 9(5)             value zero.
     03  WS-Pnd-Cnt          pic 9(4)    comp     value zero.
     03  WS-Pnd-Ix           pic 9(4)    comp     value zero.
     03  WS-Pnd-Emp          pic 9(7)             value zero  occurs 500.
*>
*> Whole-batch hash totals for the final footing
*>
     03  PY875           pic x(53) value "PY875 Invalid Rate slot on batch entry, skipped for -".
     03  PY877           pic x(52) value "PY877 MINOR HOUR VIOLATION - Emp No / date / hours -".
     03  PY878           pic x(62) value "PY878 Batch set back to un-proofed - minor-hour violations".
     03  PY879           pic x(57) value "PY879 Batch set back to un-proofed - timecards unapproved".
     03  PY913           pic x(56) value "PY913 Batch gross outside the night-run tolerance limits".
*>
 01  Error-Code          pic 999.
         05  col  46     pic zz9           source WS-Proof-Entries.
         05  col  60     pic zz9.99        source WS-Proof-Units.
         05  col  82     pic zz,zz9.99     source WS-Proof-Gross.
     03  line + 1     present when Emp-Status not = "A"
                                    and WS-Sev-Only not = "Y"
                                    and WS-Mil-Only not = "Y".
         05  col   9                       value "*** Employee status is not Active ***".
     03  line + 1     present when WS-Sev-Only = "Y".
         05  col   9                       value "Terminated - severance installments only".
     03  line + 1     present when WS-Mil-Only = "Y".
         05  col   9                       value "Military leave - differential pay only".
     03  line + 1     present when Emp-Max-Pay > zero
                                    and WS-Proof-Gross > Emp-Max-Pay.
         05  col   9                       value "*** Exceeds Employee's Max Pay for normal units ***".
     03  line + 1     present when WS-Appr-State = "U".
         05  col   9                       value "*** Timecard NOT approved by a supervisor ***".
     03  line + 1     present when WS-Appr-State = "C".
         05  col   9                       value "*** Timecard changed since approved by".
         05  col  48  pic x(8)             source Hap-Approver.
         05  col  57                       value "***".
     03  line + 1     present when WS-Pnd-State = "Y".
         05  col   9                       value "*** Master change(s) awaiting second approval - paid on old values ***".
     03  line + 1     present when WS-Appr-State = "A".
         05  col   9                       value "Timecard approved by".
         05  col  30  pic x(8)             source Hap-Approver.
         05  col  40  pic 9999/99/99       source Hap-Stamp-Date.
         05  col  51  pic 99B99B99         source Hap-Stamp-Time.
     03  line + 1     present when Emp-Ed-Used (1) = "Y".
         05  col   9  pic x(15)            source Emp-ED-Desc (1).
         05  col  25                       value "Info " present when Emp-ED-Xcl-Informational (1).
     03  col 87          pic zz,zzz,zz9.99 source WS-Tot-Ded.
     03  col 104         pic x(5)          value "Net :".
     03  col 110         pic zz,zzz,zz9.99 source WS-Tot-Net.
     03  line plus 1     present when PY-PR7-Appr-Required = "Y".
         05  col  9      pic x(27)         value "Timecards not approved    :".
         05  col 37      pic zzzz9         source WS-Unapproved.
     03  line plus 1     present when WS-Pnd-Emps not = zero.
         05  col  9      pic x(27)         value "Changes awaiting approval :".
         05  col 37      pic zzzz9         source WS-Pnd-Emps.
*>
 procedure division using WS-Calling-Data  *> ACAS
                          WS-System-Record *> ACAS
*> the pyrunstat supervisor screen.
*>
     move     "S"  to Runq-Action.
     move     WS-CD-Args (1:8) to Runq-Operator.
     move     3    to Runq-Step.
     call     "pyrunctl" using PY-Run-Request File-Defs.
     if       Runq-Result = 1
     if       PY-Mnr-Status = "00"
              move     "Y" to WS-Mnr-Open.
*>
*> No approvals file yet means nobody is approved.
*>
     if       PY-PR7-Appr-Required = "Y"
              open     input PY-Hrs-Approval-File
              if       PY-Hap-Status = "00"
                       move     "Y" to WS-Hap-Open
              end-if
     end-if.
*>
     perform  ac020-Load-Pending.
     open     output Print-File.
     perform  aa050-Report-Batch.
     if       Page-Counter > zero           *> Don't print an empty report
*> corrected and hrsprint / this proof pass again.
*>
     if       WS-Minor-Viols not = zero
              move     zero to Hrs-Emp-No Hrs-Effective-Date Hrs-Rate Hrs-Trans-Code
              read     PY-Pay-Transactions-File key Hrs-Key
                       invalid key
                                continue
              accept   WS-Reply at line WS-Lines    col 48 auto
     end-if.
*>
*> Timecards not approved by a supervisor (or changed since) - the
*> same: back to un-proofed until they are approved and the proof
*> passes again. At night the driver halts on the return code.
*>
     if       WS-Unapproved not = zero
              move     zero to Hrs-Emp-No Hrs-Effective-Date Hrs-Rate Hrs-Trans-Code
              read     PY-Pay-Transactions-File key Hrs-Key
                       invalid key
                                continue
                       not invalid key
                                move     "N" to Hrs-Proofed
                                rewrite  PY-Pay-Header-Record
              end-read
              display  PY879    at line WS-23-Lines col 1 foreground-color 4 erase eol
              if       WS-CD-Args (10:1) = "N"
                       perform  ac010-Close-Files
                       goback   returning 7
              end-if
              display  SY015    at line WS-Lines    col 1
              accept   WS-Reply at line WS-Lines    col 48 auto
     end-if.
*>
*> Night run - the batch gross must sit inside the tolerance band
*> keyed on the night-run parameter record or the pipeline halts
*> here, before the proof is stamped finished.
     end-if.
*>
     move     "F"  to Runq-Action.
     move     WS-CD-Args (1:8) to Runq-Operator.
     move     3    to Runq-Step.
     call     "pyrunctl" using PY-Run-Request File-Defs.
     perform  ac010-Close-Files.
              PY-Employee-File.
     if       WS-Mnr-Open = "Y"
              close    PY-Minor-Rule-File.
     if       WS-Hap-Open = "Y"
              close    PY-Hrs-Approval-File.
*>
 ac010-Exit.  exit section.
*>
 ac020-Load-Pending          section.
*>**********************************
*>
*> Employee numbers with a Two-Person change still Pending - no queue
*> file means nothing is held. Record 0 is the queue's header.
*>
     move     zero to WS-Pnd-Cnt.
     open     input PY-Pending-Change-File.
     if       PY-Pnd-Status not = "00"
              go to ac020-Exit.
     move     1 to Pnd-Seq-No.
     start    PY-Pending-Change-File key not < Pnd-Seq-No
              invalid key
                       go to ac020-Close
     end-start.
     perform  forever
              read     PY-Pending-Change-File next record at end
                       exit perform
              end-read
              if       not Pnd-Stat-Pending
                 or    not Pnd-Fld-Two-Person
                       exit perform cycle
              end-if
              if       WS-Pnd-Cnt not < 500
                       exit perform
              end-if
              if       WS-Pnd-Cnt > zero
                 and   WS-Pnd-Emp (WS-Pnd-Cnt) = Pnd-Emp-No
                       exit perform cycle
              end-if
              add      1 to WS-Pnd-Cnt
              move     Pnd-Emp-No to WS-Pnd-Emp (WS-Pnd-Cnt)
     end-perform.
*>
 ac020-Close.
     close    PY-Pending-Change-File.
*>
 ac020-Exit.  exit section.
*>
 ZZ040-Evaluate-Message      Section.
*>**********************************
*>
     move     zero to Hrs-Emp-No
                      Hrs-Effective-Date
                      Hrs-Rate
                      Hrs-Trans-Code.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       display  PY871          at line WS-23-Lines col 1 foreground-color 4 erase eos
*> previous employee runs BEFORE the next one's record is fetched.
*>
     move     zero to WS-Proof-Prev-Emp WS-Proof-Gross
                      WS-Proof-Units WS-Proof-Entries WS-Proof-Amt
                      WS-Proof-Sev WS-Proof-Mil WS-Unapproved.
     perform  forever
              read     PY-Pay-Transactions-File next record at end
                       exit perform
                       perform  ab034-Set-Minor-Flag
              end-if
              add      1         to WS-Proof-Entries
              if       Hrs-Code-Severance
                       add      1 to WS-Proof-Sev
              end-if
              if       Hrs-Code-Mil-Differential
                       add      1 to WS-Proof-Mil
              end-if
*> Coded money lines carry their own amount and no units - reported
*> tips and imputed fringe value are taxed but never paid, so they
*> stay out of projected gross.
              if       not Hrs-Hours-Line
                       add      Hrs-Amount to WS-Proof-Amt
                       if       not Hrs-Code-Non-Cash
                                add      Hrs-Amount to WS-Proof-Gross
                       end-if
                       exit perform cycle
              end-if
              add      Hrs-Units to WS-Proof-Units
              compute  WS-Proof-Gross rounded = WS-Proof-Gross
                     + (Hrs-Units * Emp-Rate (Hrs-Rate))
     add      WS-Proof-Gross     to WS-Tot-Gross.
     add      WS-Proof-Ded-Total to WS-Tot-Ded.
     add      WS-Proof-Net       to WS-Tot-Net.
     move     "N" to WS-Sev-Only.
     if       Emp-Status = "T"
        and   WS-Proof-Sev = WS-Proof-Entries
              move     "Y" to WS-Sev-Only.
     move     "N" to WS-Mil-Only.
     if       Emp-Status = "L"
        and   WS-Proof-Mil = WS-Proof-Entries
              move     "Y" to WS-Mil-Only.
     move     space to WS-Appr-State.
     if       PY-PR7-Appr-Required = "Y"
        and   WS-Sev-Only not = "Y"
        and   WS-Mil-Only not = "Y"
              perform  ab038-Check-Approval.
     move     space to WS-Pnd-State.
     perform  varying WS-Pnd-Ix from 1 by 1 until WS-Pnd-Ix > WS-Pnd-Cnt
              if       WS-Pnd-Emp (WS-Pnd-Ix) = WS-Proof-Prev-Emp
                       move     "Y" to WS-Pnd-State
                       add      1 to WS-Pnd-Emps
                       exit perform
              end-if
     end-perform.
     generate Proof-Emp-Detail.
     move     zero to WS-Proof-Gross WS-Proof-Units WS-Proof-Entries
                      WS-Proof-Amt WS-Proof-Sev WS-Proof-Mil.
*>
 ab035-Exit.  exit section.
*>
 ab038-Check-Approval   section.
*>*****************************
*>
*> The employee's approval for this batch must exist and still match
*> the entries, units and amount the supervisor saw - anything keyed
*> or imported for the employee after the sign-off needs approving
*> again.
*>
     move     "U" to WS-Appr-State.
     if       WS-Hap-Open not = "Y"
              go to ab038-Counted.
     move     WS-Hrs-Batch-No   to Hap-Batch-No.
     move     WS-Proof-Prev-Emp to Hap-Emp-No.
     read     PY-Hrs-Approval-File key Hap-Key
              invalid key
                       go to ab038-Counted
     end-read.
     if       not Hap-Approved
              go to ab038-Counted.
     if       Hap-Lines  not = WS-Proof-Entries
        or    Hap-Units  not = WS-Proof-Units
        or    Hap-Amount not = WS-Proof-Amt
              move     "C" to WS-Appr-State
              go to ab038-Counted.
     move     "A" to WS-Appr-State.
     go       to ab038-Exit.
*>
 ab038-Counted.
     add      1 to WS-Unapproved.
*>
 ab038-Exit.  exit section.
*>
 ab040-Compute-Proof    section.
*>*****************************
