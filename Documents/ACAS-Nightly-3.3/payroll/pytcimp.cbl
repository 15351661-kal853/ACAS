*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyireg  - inbound file registry / record images.
*>**
*>    Functions Used:
*>                      NUMVAL.
*>                      pyemp.   Employee Master.
*>                      pyhrs.   Pay Transactions (Hrs).
*>                      pytcimp.csv.  Time clock CSV import source.
*>                      pypunch. Punch pairs - I-O.
*>                      pyimr / pyimi via pyireg.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 14 & 15.
*> Program specific:
*>                      PY001 - 5, PY851 - 859, PY454 - 456.
*>**
*> Changes:
*> 09/08/26 vbc - 1.0.00 Created.
*>                       the old mid-scan keyed READs repositioned the
*>                       dynamic-access file and double-collected the
*>                       next employee's hours.
*> 15/10/26 vbc - 1.1.03 Coded money line import format - a line
*>                       prefixed "C," carries a py900 transaction
*>                       code and amount (C,emp,date,code,amount[,job])
*>                       so the POS tip report (code 18 Tips Reported)
*>                       and similar come in with the hours instead of
*>                       being keyed into history by hand. FLSA split
*>                       only reads hours lines. New msg PY859.
*> 15/10/26 vbc - 1.1.04 Every punch ("P,") line imported is also kept
*>                       as its in/out pair on PY-Punch-File (pypunch)
*>                       - the breaks between a day's pairs are what
*>                       pymealck checks against the California meal /
*>                       rest period rules.
*> 15/10/26 vbc - 1.1.05 The time clock file is checked against the
*>                       inbound file registry (pyireg) before it is
*>                       loaded - one already imported is refused
*>                       unless an Admin overrides it with a reason -
*>                       and every transaction and punch record written
*>                       or rewritten is imaged so pyinbound can back
*>                       the import out. New msgs PY454 - 456.
*> 15/10/26 vbc - 1.1.06 Operator passed to pyrunctl so every step stamp
*>                       is logged for the segregation of duties report.
*> 15/10/26 vbc - 1.1.07 Msg PY859 size corrected to its text.
*>**
*>*************************************************************************
*> Copyright Notice.
 copy "selpyemp.cob".
 copy "selpyhrs.cob".
 copy "selpytcin.cob".
 copy "selpypch.cob".
*>
 data                    division.
*>================================
 copy "fdpyemp.cob".
 copy "fdpyhrs.cob".
 copy "fdpytcin.cob".
 copy "fdpypch.cob".
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pytcimp (1.1.07)".  *> First release pre testing.
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "Test-Data-Flags.cob".           *> set sw-Testing to zero to stop logging.
*>
 copy "wspyrunq.cob".
 copy "wspyirq.cob".
*>                                        ABOVE SHOULD BE OFF use for dummy test reporting
*> REMARK OUT ANY IN USE
*>
     03  PY-Emp-Status       pic xx.
     03  PY-Hrs-Status       pic xx.
     03  PY-Tc-Status        pic xx.
     03  PY-Pch-Status       pic xx.
     03  WS-Imp-Refused      pic x         value "N".
*>
     03  WS-Eval-Msg         pic x(25)    value spaces.
     03  WS-Env-Columns      pic 999      value zero.
     03  WS-Tc-Lines-Bad     pic 9(6)      value zero.
     03  WS-Tc-Emp-New       pic 9(6)      value zero.
     03  WS-Tc-Emp-Added     pic 9(6)      value zero.
     03  WS-Tc-Tot-Units     pic s9(9)v99  comp-3 value zero.  *> lines applied, for the registry
     03  WS-Tc-Tot-Amount    pic s9(11)v99 comp-3 value zero.
*>
*> FLSA weekly overtime split working fields - one employee's rate 1
*> entries collected per pass, 64 covers a monthly batch of daily
     03  WS-Tc-Field-Units   pic x(9)      value spaces.
     03  WS-Tc-Units         pic s9(3)v99  value zero.
*>
*> Coded money ("C,") line fields - see ab067. Zero code = hours line.
*>
     03  WS-Tc-Field-C       pic x(2)      value spaces.
     03  WS-Tc-Field-Code    pic x(3)      value spaces.
     03  WS-Tc-Field-Amount  pic x(12)     value spaces.
     03  WS-Tc-Code          pic 99        value zero.
     03  WS-Tc-Amount        pic s9(7)v99  value zero.
*>
*> Punch-level ("P,") line fields - see ab065. Times are hhmm; the
*> differential window comes from PY-PR5-Shift-Start/-End.
*>
     03  WS-Tc-Field-In      pic x(5)      value spaces.
     03  WS-Tc-Field-Out     pic x(5)      value spaces.
     03  WS-Tc-Diff-Units    pic s9(3)v99  value zero.
     03  WS-Tc-Punch         pic x         value "N".       *> Y = punch pair still to keep
     03  WS-Tc-In-Min        binary-long   value zero.
     03  WS-Tc-Out-Min       binary-long   value zero.
     03  WS-Tc-Tot-Min       binary-long   value zero.
     03  PY856           pic x(58) value "PY856 Split table full - later weeks left unsplit at rate 1".
     03  PY857           pic x(59) value "PY857 Bad punch line (P,emp,date,in,out) - line skipped -".
     03  PY858           pic x(57) value "PY858 Punch line seen but punch import is off - see py900".
     03  PY859           pic x(62) value "PY859 Bad coded line (C,emp,date,code,amount) - line skipped -".
     03  PY454           pic x(60) value "PY454 File already imported by this program - registry entry".
     03  PY455           pic x(64) value "PY455 Duplicate import refused - only an Admin may take it again".
     03  PY456           pic x(47) value "PY456 No override reason given - import refused".
*>
 01  Error-Code          pic 999.
 01  WS-Co-Code           pic 9(03)  value 1.  *> Which company's params/employees/history this run uses
*> the pyrunstat supervisor screen.
*>
     move     "B"  to Runq-Action.
     move     WS-CD-Args (1:8) to Runq-Operator.
     move     1    to Runq-Step.
     call     "pyrunctl" using PY-Run-Request File-Defs.
     if       Runq-Result = 1
              move     1 to WS-Term-Code
              goback   returning 1
     end-if.
*>
     perform  zz090-Check-Inbound.
     if       WS-Imp-Refused = "Y"
              close    PY-Time-Clock-File
                       PY-Employee-File
              move     1 to WS-Term-Code
              goback   returning 1
     end-if.
*>
     open     i-o      PY-Pay-Transactions-File.
     if       PY-Hrs-Status = "35"        *> file does not yet exist
*>
     perform  ab010-Get-Batch-No.
*>
     open     i-o      PY-Punch-File.
     if       PY-Pch-Status = "35"        *> first ever use
              open     output PY-Punch-File
              close    PY-Punch-File
              open     i-o    PY-Punch-File
     end-if.
*>
     perform  zz092-Open-Inbound.
     perform  ab050-Import-Time-Clock-File.
     perform  ab080-FLSA-Split.
*>
     perform  ab090-Rewrite-Header.
     perform  zz095-Finish-Inbound.
*>
     close    PY-Employee-File.
     close    PY-Time-Clock-File.
     close    PY-Pay-Transactions-File.
     close    PY-Punch-File.
*>
     if       WS-OT-Emps > zero
              move     WS-OT-Hours to WS-OT-Disp
     end-if.
*>
     move     "F"  to Runq-Action.
     move     WS-CD-Args (1:8) to Runq-Operator.
     move     1    to Runq-Step.
     call     "pyrunctl" using PY-Run-Request File-Defs.
     goback.
*>
     move     zero to Hrs-Emp-No
                      Hrs-Effective-Date
                      Hrs-Rate
                      Hrs-Trans-Code.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       move     zero to Hrs-Head-Key
*>              P,Emp-No,Effective-Date,In-hhmm,Out-hhmm[,Job-Tag]
*> - the clock's raw punch survives, and hours inside the PY-PR5
*> shift differential window generate their own rate slot 5 entry
*> (ab065) while the rest post to regular. Or, a coded money line:
*>              C,Emp-No,Effective-Date,Trans-Code,Amount[,Job-Tag]
*> - a py900 transaction code carrying an amount, not hours (ab067).
*>
     move     spaces to WS-Tc-Field-Emp-No WS-Tc-Field-Date
                         WS-Tc-Field-Rate  WS-Tc-Field-Units
                         WS-Tc-Field-Job.
     move     zero to WS-Tc-Diff-Units WS-Tc-Code WS-Tc-Amount.
     move     "N"  to WS-Tc-Punch.
     if       PY-Time-Clock-Record (1:2) = "C,"
              perform  ab067-Parse-Coded-Line
              go to    ab060-Exit
     end-if.
     if       PY-Time-Clock-Record (1:2) = "P,"
              if       PY-PR5-Punch-Import = "Y"
                       perform  ab065-Parse-Punch-Line
     move     NUMVAL (WS-Tc-Field-Units)  to WS-Tc-Units.
*>
 ab060-Exit.  exit section.
*>
 ab067-Parse-Coded-Line      section.
*>**********************************
*>
*> A money line by py900 transaction code - Rate 1 - 4 pay keyed as
*> an amount (code = the rate slot), 9 Bonus, 11 Advance, 12 Sick,
*> 13 Vacation, 14 Other Excl, 15 Expense Reimb, 17 Other Pay and
*> 18 Tips Reported. The rate slot is the code for 1 - 4, else 1.
*>
     move     spaces to WS-Tc-Field-C WS-Tc-Field-Code WS-Tc-Field-Amount.
     move     1 to WS-Tc-Ptr.
     unstring PY-Time-Clock-Record  delimited by ","
                                     into WS-Tc-Field-C
                                          WS-Tc-Field-Emp-No
                                          WS-Tc-Field-Date
                                          WS-Tc-Field-Code
                                          WS-Tc-Field-Amount
                                          WS-Tc-Field-Job
                                pointer WS-Tc-Ptr
     end-unstring.
     if       WS-Tc-Field-Emp-No = spaces
                  or WS-Tc-Field-Date   = spaces
                  or WS-Tc-Field-Code   = spaces
                  or WS-Tc-Field-Amount = spaces
              go to    ab067-Bad-Line
     end-if.
     move     NUMVAL (WS-Tc-Field-Code)   to WS-Tc-Code.
     move     NUMVAL (WS-Tc-Field-Amount) to WS-Tc-Amount.
     evaluate WS-Tc-Code
              when 1 thru 4
                       move     WS-Tc-Code to WS-Tc-Field-Rate
              when 9
              when 11 thru 15
              when 17
              when 18
                       move     "1 "       to WS-Tc-Field-Rate
              when other
                       go to    ab067-Bad-Line
     end-evaluate.
     move     NUMVAL (WS-Tc-Field-Emp-No) to Emp-No.
     move     zero to WS-Tc-Units.
     go       to ab067-Exit.
*>
 ab067-Bad-Line.
     display  PY859               at line WS-23-Lines col 1 foreground-color 4 erase eol.
     display  PY-Time-Clock-Record at line WS-Lines    col 1  erase eol.
     move     spaces to WS-Tc-Field-Emp-No.
     move     zero   to WS-Tc-Code WS-Tc-Amount.
*>
 ab067-Exit.  exit section.
*>
 ab065-Parse-Punch-Line      section.
*>**********************************
              (WS-Tc-Tot-Min - WS-Tc-Diff-Min) / 60.
     compute  WS-Tc-Diff-Units rounded = WS-Tc-Diff-Min / 60.
     move     "1 " to WS-Tc-Field-Rate.
     move     "Y"  to WS-Tc-Punch.
*>
 ab065-Exit.  exit section.
*>
                       add      1 to WS-Tc-Lines-Bad
                       go to    ab070-Exit
     end-read.
     if       WS-Tc-Punch = "Y"
              perform  ab075-Save-Punch.
*>
*> One record per employee per day per rate slot (composite Hrs-Key)
*> - the daily detail the clocks send finally survives. A second
*> punch line for the same day and rate accumulates into its day.
*> A coded money line keys on its transaction code as well.
*>
     move     Emp-No                    to Hrs-Emp-No.
     move     NUMVAL (WS-Tc-Field-Date) to Hrs-Effective-Date.
     move     NUMVAL (WS-Tc-Field-Rate) to Hrs-Rate.
     move     WS-Tc-Code                to Hrs-Trans-Code.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       move     Emp-No                    to Hrs-Emp-No
                       move     NUMVAL (WS-Tc-Field-Date) to Hrs-Effective-Date
                       move     NUMVAL (WS-Tc-Field-Rate) to Hrs-Rate
                       move     WS-Tc-Code                to Hrs-Trans-Code
                       move     WS-Tc-Units               to Hrs-Units
                       move     WS-Tc-Amount              to Hrs-Amount
                       move     WS-Tc-Batch-No            to Hrs-Entry-Batch-No
                       move     WS-Tc-Field-Job           to Hrs-Job-Tag
                       move     space                     to Hrs-Gen-Flag
                       perform  zz091-Image-Hrs
                       write    PY-Pay-Transactions-Record
                       add      1 to WS-Tc-Emp-New
                       add      WS-Tc-Units  to WS-Tc-Tot-Units
                       add      WS-Tc-Amount to WS-Tc-Tot-Amount
                       go to    ab070-Exit
     end-read.
     add      WS-Tc-Units               to Hrs-Units.
     add      WS-Tc-Amount              to Hrs-Amount.
     move     WS-Tc-Batch-No            to Hrs-Entry-Batch-No.
     if       WS-Tc-Field-Job not = spaces
              move     WS-Tc-Field-Job  to Hrs-Job-Tag.
     perform  zz091-Image-Hrs.
     rewrite  PY-Pay-Transactions-Record.
     add      1 to WS-Tc-Emp-Added.
     add      WS-Tc-Units  to WS-Tc-Tot-Units.
     add      WS-Tc-Amount to WS-Tc-Tot-Amount.
*>
 ab070-Exit.  exit section.
*>
 ab075-Save-Punch             section.
*>**********************************
*>
*> The punch pair itself, for the meal / rest period check - once per
*> line (the differential entry's second pass through ab070 skips it).
*>
     move     "N"                         to WS-Tc-Punch.
     initialize PY-Punch-Record.
     move     Emp-No                      to Pch-Emp-No.
     move     NUMVAL (WS-Tc-Field-Date)   to Pch-Date.
     move     NUMVAL (WS-Tc-Field-In)     to Pch-In.
     move     NUMVAL (WS-Tc-Field-Out)    to Pch-Out.
     move     WS-Tc-Tot-Min               to Pch-Minutes.
     move     WS-Tc-Field-Job             to Pch-Job-Tag.
     move     WS-Tc-Batch-No              to Pch-Batch-No.
     move     WSE-Date-9                  to Pch-Import-Date.
     perform  zz094-Image-Punch.
     write    PY-Punch-Record
              invalid key
                       rewrite  PY-Punch-Record
     end-write.
*>
 ab075-Exit.  exit section.
*>
 ab080-FLSA-Split             section.
*>**********************************
     move     zero to WS-Fl-Prev-Emp WS-Fl-Count WS-OT-Emps WS-OT-Hours.
     move     zero to Hrs-Emp-No
                      Hrs-Effective-Date
                      Hrs-Rate
                      Hrs-Trans-Code.
     start    PY-Pay-Transactions-File key not < Hrs-Key
              invalid key
                       go to ab080-Exit
              end-if
              if       WS-Fl-Hourly = "Y"
                 and   Hrs-Rate = 1
                 and   Hrs-Hours-Line
                 and   WS-Fl-Count < 64
                       add      1 to WS-Fl-Count
                       move     Hrs-Effective-Date to WS-Fl-Date (WS-Fl-Count)
              move     WS-Sp-Emp (WS-Sp-Sub)     to Hrs-Emp-No
              move     WS-Sp-R1-Date (WS-Sp-Sub) to Hrs-Effective-Date
              move     1                         to Hrs-Rate
              move     zero                      to Hrs-Trans-Code
              read     PY-Pay-Transactions-File key Hrs-Key
                       invalid key
                                exit perform cycle
              end-read
              move     WS-Sp-R1-Units (WS-Sp-Sub) to Hrs-Units
              perform  zz091-Image-Hrs
              rewrite  PY-Pay-Transactions-Record
*> the rate 2 (OVERTIME) entry it moves to
              move     WS-Sp-Emp (WS-Sp-Sub)     to Hrs-Emp-No
              move     WS-Sp-OT-Date (WS-Sp-Sub) to Hrs-Effective-Date
              move     2                         to Hrs-Rate
              move     zero                      to Hrs-Trans-Code
              read     PY-Pay-Transactions-File key Hrs-Key
                       invalid key
                                move     WS-Sp-Emp (WS-Sp-Sub)     to Hrs-Emp-No
                                move     WS-Sp-OT-Date (WS-Sp-Sub) to Hrs-Effective-Date
                                move     2                         to Hrs-Rate
                                move     zero                      to Hrs-Trans-Code
                                move     WS-Sp-Take (WS-Sp-Sub)    to Hrs-Units
                                move     zero                      to Hrs-Amount
                                move     WS-Tc-Batch-No  to Hrs-Entry-Batch-No
                                move     spaces          to Hrs-Job-Tag
                                move     space           to Hrs-Gen-Flag
                                perform  zz091-Image-Hrs
                                write    PY-Pay-Transactions-Record
                                add      1 to WS-Tc-Emp-New
                       not invalid key
                                add      WS-Sp-Take (WS-Sp-Sub) to Hrs-Units
                                perform  zz091-Image-Hrs
                                rewrite  PY-Pay-Transactions-Record
              end-read
     end-perform.
*>
     move     zero to Hrs-Emp-No
                      Hrs-Effective-Date
                      Hrs-Rate
                      Hrs-Trans-Code.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       go to ab090-Exit
     add      WS-Tc-Header-Recs to WS-Tc-Emp-New giving Hrs-No-Recs.
     move     WS-Tc-Batch-No    to Hrs-Batch-No.
     move     "N"               to Hrs-Proofed.
     perform  zz091-Image-Hrs.
     rewrite  PY-Pay-Transactions-Record.
*>
 ab090-Exit.  exit section.
*>
 zz090-Check-Inbound         section.
*>**********************************
*>
*> The time clock file is fingerprinted against the inbound registry
*> before anything is loaded - one this program has already imported
*> (and not backed out) is refused unless an Admin takes it again
*> and says why. Never in night mode.
*>
     move     "N" to WS-Imp-Refused.
     initialize PY-Import-Request.
     move     "C"        to Irq-Action.
     move     prog-name  to Irq-Prog.
     move     File-60    to Irq-File-Name.
     call     "pyireg" using PY-Import-Request WS-Calling-Data File-Defs.
     if       Irq-Result not = zero
        or    Irq-Dup not = "Y"
              go to    zz090-Exit.
     display  PY454      at line WS-23-Lines col 1 foreground-color 4 erase eos.
     display  Irq-Dup-Of at line WS-23-Lines col 62 foreground-color 4.
     if       WS-CD-Args (9:1) not = "A"
        or    WS-CD-Args (10:1) = "N"
              display  PY455    at line WS-22-Lines col 1 foreground-color 4 erase eol
              move     "Y" to WS-Imp-Refused
              go to    zz090-Wait.
     display  "Import this file again (Y/N) [ ]" at line WS-22-Lines col 1 with erase eol.
     move     "N" to WS-Reply.
     accept   WS-Reply at line WS-22-Lines col 32 with UPPER.
     if       WS-Reply not = "Y"
              move     "Y" to WS-Imp-Refused
              go to    zz090-Exit.
     display  "Override reason - " at line WS-22-Lines col 1 with erase eol.
     move     spaces to Irq-Override-Reason.
     accept   Irq-Override-Reason at line WS-22-Lines col 19.
     if       Irq-Override-Reason not = spaces
              go to    zz090-Exit.
     display  PY456    at line WS-22-Lines col 1 foreground-color 4 erase eol.
     move     "Y" to WS-Imp-Refused.
*>
 zz090-Wait.
     if       WS-CD-Args (10:1) not = "N"
              display  SY015    at line WS-Lines col 1
              accept   WS-Reply at line WS-Lines col 48 AUTO
     end-if.
*>
 zz090-Exit.  exit section.
*>
 zz092-Open-Inbound          section.
*>**********************************
*>
*> Registers the import In Progress - from here every record written
*> or rewritten is imaged so pyinbound can back the import out.
*>
     move     "O" to Irq-Action.
     call     "pyireg" using PY-Import-Request WS-Calling-Data File-Defs.
     if       Irq-Result not = zero
              move     zero to Irq-Seq.
*>
 zz092-Exit.  exit section.
*>
 zz093-Log-Image             section.
*>**********************************
*>
     move     "I" to Irq-Action.
     call     "pyireg" using PY-Import-Request WS-Calling-Data File-Defs.
*>
 zz093-Exit.  exit section.
*>
 zz091-Image-Hrs             section.
*>**********************************
*>
*> Before and after image of the PYHRS record about to be written
*> or rewritten - the caller has the new record built.
*>
     if       Irq-Seq = zero
              go to    zz091-Exit.
     move     PY-Pay-Transactions-Record to Irq-After.
     move     "PYHRS" to Irq-File-Id.
     move     Hrs-Key to Irq-Rec-Key.
     read     PY-Pay-Transactions-File key Hrs-Key
              invalid key
                       move     "W"    to Irq-Img-Action
                       move     spaces to Irq-Before
              not invalid key
                       move     "R"    to Irq-Img-Action
                       move     PY-Pay-Transactions-Record to Irq-Before
     end-read.
     move     Irq-After to PY-Pay-Transactions-Record.
     perform  zz093-Log-Image.
*>
 zz091-Exit.  exit section.
*>
 zz094-Image-Punch           section.
*>**********************************
*>
*> Before and after image of the PYPCH record about to be written
*> or rewritten - the caller has the new record built.
*>
     if       Irq-Seq = zero
              go to    zz094-Exit.
     move     PY-Punch-Record to Irq-After.
     move     "PYPCH" to Irq-File-Id.
     move     Pch-Key to Irq-Rec-Key.
     read     PY-Punch-File key Pch-Key
              invalid key
                       move     "W"    to Irq-Img-Action
                       move     spaces to Irq-Before
              not invalid key
                       move     "R"    to Irq-Img-Action
                       move     PY-Punch-Record to Irq-Before
     end-read.
     move     Irq-After to PY-Punch-Record.
     perform  zz093-Log-Image.
*>
 zz094-Exit.  exit section.
*>
 zz095-Finish-Inbound        section.
*>**********************************
*>
*> Counts and control totals on the registry entry, marked Complete.
*>
     if       Irq-Seq = zero
              go to    zz095-Exit.
     move     "F" to Irq-Action.
     add      WS-Tc-Emp-New WS-Tc-Emp-Added giving Irq-Loaded.
     move     WS-Tc-Lines-Bad  to Irq-Rejected.
     move     WS-Tc-Tot-Amount to Irq-Control-Total.
     move     WS-Tc-Tot-Units  to Irq-Control-Units.
     call     "pyireg" using PY-Import-Request WS-Calling-Data File-Defs.
*>
 zz095-Exit.  exit section.
*>
