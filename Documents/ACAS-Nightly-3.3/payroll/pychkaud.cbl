*>                      reissues from pyvoid take new numbers and
*>                      restarts use Chk-hdr-Last-Printed-No. This
*>                      walks every check number it can find - the
*>                      permanent check history (pychkh, along its
*>                      check number key), the current run (pychk),
*>                      the pyvoid audit trail (voids and reissues)
*>                      and the bank's cleared-checks extract pyrecon
*>                      imports (pyclr.csv) -
*>                      and reports:
*>                        GAPS       numbers missing inside the issued
*>                                   range;
*>                       the SORT so loaded check numbers collate
*>                       first - the zero tail used to bury the real
*>                       data behind thousands of empty slots.
*> 15/10/26 vbc - 1.0.02 Check history loaded first along its check
*>                       number key, and the current run and bank
*>                       clears looked up on that key instead of
*>                       searching the table - a current run check is
*>                       only taken as already on history when it is
*>                       there for the same employee, so an old check
*>                       sharing its number now shows as a duplicate.
*>**
*>*************************************************************************
*> Copyright Notice.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pychkaud (1.0.02)".  *> First release pre testing.
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
     03  WS-Issued-Cnt       pic 9(5)     value zero.
     03  WS-Prev-No          pic 9(6)     value zero.
     03  WS-Miss-No          pic 9(6)     value zero.
     03  WS-Chkh-Open        pic x        value "N".
     03  WS-Match-Emp        pic 9(7)     value zero.    *> az010 - zero = any employee
*>
 01  Error-Messages.
*> System Wide
     close    PY-Param1-File.             *> Record still in WS area
     display  space at line WS-Lines col 1 with erase eol.
*>
     open     input PY-Check-History-File.
     if       PY-Chkh-Status = "00"
              move     "Y" to WS-Chkh-Open.
     perform  bb000-Load-History.
     perform  ba000-Load-Current-Run.
     perform  bc000-Load-Void-Audit.
     perform  bd000-Load-Cleared.
     if       WS-Chkh-Open = "Y"
              close    PY-Check-History-File.
*>
*> The unused tail must collate AFTER the loaded entries or the walk
*> sees thousands of zero-key slots ahead of the real numbers.
     move     WS-Reply       to WS-Ckn-Src (WS-Ckn-Count).
*>
 az000-Exit.  exit section.
*>
 az010-On-History            section.
*>**********************************
*>
*> Error-Code 1 when WS-Rl-Check-No is on the check history - for
*> WS-Match-Emp when set, else for anyone - by the check number key.
*>
     move     zero to Error-Code.
     if       WS-Chkh-Open not = "Y"
              go to az010-Exit.
     move     WS-Rl-Check-No to Chkh-Check-No.
     start    PY-Check-History-File key = Chkh-Check-No
              invalid key
                       go to az010-Exit
     end-start.
     perform  forever
              read     PY-Check-History-File next record at end
                       exit perform
              end-read
              if       PY-Chkh-Status not = "00"
                 or    Chkh-Check-No not = WS-Rl-Check-No
                       exit perform
              end-if
              if       WS-Match-Emp = zero
                 or    Chkh-Emp-No = WS-Match-Emp
                       move     1 to Error-Code
                       exit perform
              end-if
     end-perform.
*>
 az010-Exit.  exit section.
*>
 ba000-Load-Current-Run      section.
*>**********************************
                       exit perform cycle
              end-if
              move     Chk-Check-No to WS-Rl-Check-No
              move     Chk-Emp-No   to WS-Match-Emp
              perform  az010-On-History
              if       Error-Code not = zero       *> applied - on history already
                       exit perform cycle
              end-if
              move     "I"          to WS-Reply
              perform  az000-Add-Number
     end-perform.
 bb000-Load-History          section.
*>**********************************
*>
*> The permanent check history along its check number key - loaded
*> first, the current run (appended to history at apply time) is then
*> only added where it is not on here for the same employee.
*>
     if       WS-Chkh-Open not = "Y"
              go to bb000-Exit.
     move     1 to Chkh-Check-No.
     start    PY-Check-History-File key not < Chkh-Check-No
              invalid key
                       go to bb000-Exit
     end-start.
     perform  forever
              read     PY-Check-History-File next record at end
              if       PY-Chkh-Status not = "00"
                       exit perform
              end-if
              move     Chkh-Check-No to WS-Rl-Check-No
              move     "I"           to WS-Reply
              perform  az000-Add-Number
     end-perform.
*>
 bb000-Exit.  exit section.
*>
                       exit perform cycle
              end-if
              move     NUMVAL (WS-Clr-Chk) to WS-Rl-Check-No
              move     zero to WS-Match-Emp
              perform  az010-On-History
              if       Error-Code = zero           *> not on history - the run or a reissue ?
                       perform  varying A from 1 by 1 until A > WS-Ckn-Count
                                if       WS-Ckn-No (A) = WS-Rl-Check-No
                                         move 1 to Error-Code
                                         exit perform
                                end-if
                       end-perform
              end-if
              if       Error-Code = zero          *> cleared, never issued
                       move     "C" to WS-Reply
                       perform  az000-Add-Number
