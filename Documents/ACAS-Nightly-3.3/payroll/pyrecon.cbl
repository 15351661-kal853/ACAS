*>**
*>    Remarks.          Reads a bank-supplied cleared-checks CSV (one
*>                      line per cleared check - see PY-Bank-Clear-
*>                      Record) into a working table, finds each one on
*>                      PY-Check-History-File by its check number key
*>                      and marks it cleared, then ages what is left
*>                      along the check date key - outstanding or
*>                      stale (Chkh-Clear-Status/Chkh-Clear-Date - see
*>                      wspychkh.cob) and lists the checks still
*>                      outstanding at the end, so month-end cash
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyireg  - inbound file registry / record images.
*>**
*>    Functions Used:
*>                      NUMVAL, INTEGER-OF-DATE.
*>                      pypr1.   Params.
*>                      pychkh.  Check History / permanent register.
*>                      pyclr.csv.  Bank-supplied cleared-checks import.
*>                      pyimr / pyimi via pyireg.
*>
*>    Error messages used.
*> System wide:
*>                      SY001, 10, 13, 14 & 15.
*> Program specific:
*>                      PY001 - 2, PY861 - 864, PY454 - 456.
*>**
*> Changes:
*> 09/08/26 vbc - 1.0.00 Created.
*>                       is left untouched and the line is reported as
*>                       its own exception count (a paid void is a
*>                       double payment, it must scream, not vanish).
*> 15/10/26 vbc - 1.0.03 The cleared-checks file is checked against the
*>                       inbound file registry (pyireg) before it is
*>                       used - one already imported is refused unless
*>                       an Admin overrides it with a reason - and
*>                       every check history record rewritten is
*>                       imaged so pyinbound can back the import out.
*>                       New msgs PY454 - 456.
*> 15/10/26 vbc - 1.0.04 Each bank line goes straight to its check on
*>                       the check number key instead of every history
*>                       record scanning the bank table, and the aging
*>                       pass walks the check date key rewriting only
*>                       checks whose status changes. The before image
*>                       is taken by the caller (zz091 no longer reads)
*>                       so the browse keeps its place.
*>**
*>*************************************************************************
*> Copyright Notice.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyrecon (1.0.04)".  *> First release pre testing.
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wspyirq.cob".
*>
 copy "Test-Data-Flags.cob".           *> set sw-Testing to zero to stop logging.
*>                                        ABOVE SHOULD BE OFF use for dummy test reporting
     03  PY-PR1-Status       pic xx.
     03  PY-Chkh-Status      pic xx.
     03  PY-Clr-Status       pic xx.
     03  WS-Imp-Refused      pic x         value "N".
*>
     03  WS-Eval-Msg         pic x(25)    value spaces.
     03  WS-Env-Columns      pic 999      value zero.
     03  WS-Stale-After-Days      pic 9(3)      value 180.   *> Checks issued longer ago than this with no bank hit go stale, not outstanding
     03  WS-Clr-Lines-Read        pic 9(6)      value zero.
     03  WS-Clr-Lines-Bad         pic 9(6)      value zero.
     03  WS-Clr-Tot-Amt           pic s9(11)v99 comp-3 value zero.  *> good bank lines, for the registry
     03  WS-Recon-Cleared-Count   pic 9(6)      value zero.
     03  WS-Recon-Stale-Count     pic 9(6)      value zero.
     03  WS-Recon-Outstd-Count    pic 9(6)      value zero.
     03  WS-Chk-Issue-Days        pic 9(8)      value zero.        *> ccyymmdd, this check's issue (pay) date
     03  WS-Days-Outstanding      binary-long   value zero.
     03  WS-Clr-Found             pic x         value space.
     03  WS-Clr-Cleared-Key       pic x(15)     value spaces.  *> Chkh-Key of one already cleared
     03  WS-New-Stat              pic x         value space.   *> status ab070 gives the check
*>
 01  WS-Clr-Table.
     03  WS-Clr-Count             pic 9(5)      value zero.
     03  PY862           pic x(58) value "PY862 Bad Check No, Date or Amount - import line skipped -".
     03  PY863           pic x(45) value "PY863 Cleared-checks table full - Aborting".
     03  PY864           pic x(58) value "PY864 No Check History File - Nothing to reconcile -".
     03  PY454           pic x(60) value "PY454 File already imported by this program - registry entry".
     03  PY455           pic x(64) value "PY455 Duplicate import refused - only an Admin may take it again".
     03  PY456           pic x(47) value "PY456 No override reason given - import refused".
*>
 01  Error-Code          pic 999.
 01  WS-Co-Code           pic 9(03)  value 1.  *> Which company's params this run uses
              move     1 to WS-Term-Code
              goback   returning 1
     end-if.
*>
     perform  zz090-Check-Inbound.
     if       WS-Imp-Refused = "Y"
              close    PY-Bank-Clear-File
                       PY-Check-History-File
              move     1 to WS-Term-Code
              goback   returning 1
     end-if.
*>
     perform  ab020-Load-Bank-Clear-File.
*>
     perform  zz092-Open-Inbound.
     perform  ab050-Reconcile-Checks.
     perform  zz095-Finish-Inbound.
*>
     close    PY-Bank-Clear-File.
     close    PY-Check-History-File.
 ab020-Load-Bank-Clear-File   section.
*>**********************************
*>
     move     zero to WS-Clr-Lines-Read WS-Clr-Lines-Bad WS-Clr-Count
                       WS-Clr-Tot-Amt.
*>
     perform  forever
              read     PY-Bank-Clear-File at end
              move     NUMVAL (WS-Clr-Field-Check-No) to WS-Clr-Check-No (WS-Clr-Count)
              move     NUMVAL (WS-Clr-Field-Date)      to WS-Clr-Date    (WS-Clr-Count)
              move     space                           to WS-Clr-Matched (WS-Clr-Count)
              add      NUMVAL (WS-Clr-Field-Amt)       to WS-Clr-Tot-Amt
     end-perform.
*>
 ab020-Exit.  exit section.
*>
 ab050-Reconcile-Checks       section.
*>**********************************
*>
*> Each bank line onto its check by the check number key, then the
*> checks left are aged in check date order.
*>
     move     zero to WS-Recon-Cleared-Count WS-Recon-Stale-Count
                       WS-Recon-Outstd-Count.
*>
     perform  varying WS-Clr-Idx from 1 by 1 until WS-Clr-Idx > WS-Clr-Count
              perform  ab060-Match-Bank-Line
     end-perform.
*>
*> Any bank lines that never matched a history record are simply
*> unrecognised (paid off a check number outside this run) - count
*> them so the operator can chase down the discrepancy.
*>
     move     zero to WS-Recon-Unmatched-Count.
     perform  varying WS-Clr-Idx from 1 by 1 until WS-Clr-Idx > WS-Clr-Count
              if       WS-Clr-Matched (WS-Clr-Idx) not = "Y"
                 and   WS-Clr-Matched (WS-Clr-Idx) not = "V"
                       add 1 to WS-Recon-Unmatched-Count
              end-if
     end-perform.
*>
     move     zero to Chkh-Check-Date.
     start    PY-Check-History-File key not < Chkh-Check-Date
              invalid key
                       go to ab050-Exit
     end-start.
     perform  forever
              read     PY-Check-History-File next record at end
                       exit perform
                       exit perform cycle
              end-if
              move     Chkh-Check-Date to WS-Chk-Issue-Days
              perform  ab070-Not-Cleared
     end-perform.
*>
 ab050-Exit.  exit section.
*>
 ab060-Match-Bank-Line        section.
*>**********************************
*>
*> The check number key finds the bank line's check. A number on file
*> more than once (a restarted sequence) takes the first not already
*> cleared; only a repeat of a cleared check falls back to that one.
*>
     move     space  to WS-Clr-Found.
     move     spaces to WS-Clr-Cleared-Key.
     move     WS-Clr-Check-No (WS-Clr-Idx) to Chkh-Check-No.
     start    PY-Check-History-File key = Chkh-Check-No
              invalid key
                       go to ab060-Exit
     end-start.
     perform  forever
              read     PY-Check-History-File next record at end
                       exit perform
              end-read
              if       PY-Chkh-Status not = "00"
                 or    Chkh-Check-No not = WS-Clr-Check-No (WS-Clr-Idx)
                       exit perform
              end-if
              if       Chkh-Stat-Cleared
                       if       WS-Clr-Cleared-Key = spaces
                                move     Chkh-Key to WS-Clr-Cleared-Key
                       end-if
                       exit perform cycle
              end-if
              perform  ab065-Clear-Check
              exit perform
     end-perform.
     if       WS-Clr-Found = "Y"
         or   WS-Clr-Cleared-Key = spaces
              go to ab060-Exit.
     move     WS-Clr-Cleared-Key to Chkh-Key.
     read     PY-Check-History-File key Chkh-Key
              invalid key
                       go to ab060-Exit
     end-read.
     perform  ab065-Clear-Check.
*>
 ab060-Exit.  exit section.
*>
 ab065-Clear-Check            section.
*>**********************************
*>
*> The bank paying a VOIDED or ESCHEATED check is a double payment,
*> not a clearance - leave the record's status alone and surface the
*> bank line as its own exception instead of letting it vanish into
*> the cleared count.
*>
     move     "Y" to WS-Clr-Found.
     if       Chkh-Stat-Void or Chkh-Stat-Escheated
              move     "V" to WS-Clr-Matched (WS-Clr-Idx)
              add      1 to WS-Recon-Voidpay-Count
              go to ab065-Exit.
     move     PY-Chk-History-Record to Irq-Before.
     set      Chkh-Stat-Cleared to true.
     move     WS-Clr-Date (WS-Clr-Idx) to Chkh-Clear-Date.
     move     "Y" to WS-Clr-Matched (WS-Clr-Idx).
     perform  zz091-Image-Chkh.
     rewrite  PY-Chk-History-Record.
     add      1 to WS-Recon-Cleared-Count.
*>
 ab065-Exit.  exit section.
*>
 ab070-Not-Cleared            section.
*>**********************************
*>
*> No bank hit for this check - stale if issued too long ago, else
*> still just outstanding - rewritten only when that changes.
*>
     if       Chkh-Stat-Cleared              *> cleared, now or on a prior run - leave alone
           or Chkh-Stat-Escheated            *> already handed to the state
           or Chkh-Stat-Void                 *> voided - nothing outstanding
              go to ab070-Exit
              - FUNCTION INTEGER-OF-DATE (WS-Chk-Issue-Days).
     if       WS-Chk-Issue-Days not = zero
         and  WS-Days-Outstanding > WS-Stale-After-Days
              move     "S" to WS-New-Stat
              add      1 to WS-Recon-Stale-Count
     else
              move     space to WS-New-Stat
              add      1 to WS-Recon-Outstd-Count
     end-if.
     if       Chkh-Clear-Status = WS-New-Stat
              go to ab070-Exit.
     move     PY-Chk-History-Record to Irq-Before.
     move     WS-New-Stat to Chkh-Clear-Status.
     perform  zz091-Image-Chkh.
     rewrite  PY-Chk-History-Record.
*>
 ab070-Exit.  exit section.
*>
 zz090-Check-Inbound         section.
*>**********************************
*>
*> The bank cleared-checks file is fingerprinted against the inbound registry
*> before anything is loaded - one this program has already imported
*> (and not backed out) is refused unless an Admin takes it again
*> and says why. Never in night mode.
*>
     move     "N" to WS-Imp-Refused.
     initialize PY-Import-Request.
     move     "C"        to Irq-Action.
     move     prog-name  to Irq-Prog.
     move     File-63    to Irq-File-Name.
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
 zz091-Image-Chkh            section.
*>**********************************
*>
*> Before and after image of the PYCHKH record about to be rewritten -
*> the caller put the record as read in Irq-Before and has the new
*> one built. No re-read, it would lose the caller's place on the
*> alternate key.
*>
     if       Irq-Seq = zero
              go to    zz091-Exit.
     move     PY-Chk-History-Record to Irq-After.
     move     "PYCHKH" to Irq-File-Id.
     move     Chkh-Key to Irq-Rec-Key.
     move     "R"      to Irq-Img-Action.
     perform  zz093-Log-Image.
*>
 zz091-Exit.  exit section.
*>
 zz095-Finish-Inbound        section.
*>**********************************
*>
*> Counts and control totals on the registry entry, marked Complete.
*>
     if       Irq-Seq = zero
              go to    zz095-Exit.
     move     "F" to Irq-Action.
     move     WS-Recon-Cleared-Count to Irq-Loaded.
     add      WS-Clr-Lines-Bad WS-Recon-Unmatched-Count WS-Recon-Voidpay-Count
                                     giving Irq-Rejected.
     move     WS-Clr-Tot-Amt to Irq-Control-Total.
     call     "pyireg" using PY-Import-Request WS-Calling-Data File-Defs.
*>
 zz095-Exit.  exit section.
*>
