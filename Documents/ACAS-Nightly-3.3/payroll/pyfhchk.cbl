*>                      pycal.   Pay Calendar.
*>                      pycoh.   Company History.
*>                      pyded.   System Deduction File.
*>                      pychkha. Check History Archive.
*>                      pyfhwk.  Rebuild Work File.
*>
*>    Error messages used.
*>**
*> Changes:
*> 02/09/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 The reload takes each record's own length
*>                       (length of) rather than a fixed byte count -
*>                       the employee and history records had grown
*>                       past the counts coded and lost their tails.
*> 15/10/26 vbc - 1.0.02 Check history and its archive gain alternate
*>                       keys on the check number and check date. A
*>                       file built before them will not open (39) so
*>                       the rebuild (3) unloads it through the prior
*>                       key-only definition and reloads it with the
*>                       new keys, archive with it. The archive also
*>                       gets a line on the Check pass, and a 39 shows
*>                       as needing that rebuild rather than damage.
*>
*>**
*>*************************************************************************
 copy "selpycoh.cob".
 copy "selpyded.cob".
 copy "selpyfhw.cob".
 copy "selpychka.cob".
*>
*> Check history & archive as built before the check number / date
*> alternate keys - only used to unload one for the rebuild.
*>
     select  PY-Chkh-Prior-File
                             assign        File-68
                             access        dynamic
                             organization  indexed
                             record key is Chko-Key
                             status        PY-Chko-Status.
     select  PY-Chka-Prior-File
                             assign        File-131
                             access        dynamic
                             organization  indexed
                             record key is Chkp-Key
                             status        PY-Chkp-Status.
*>
 data                    division.
*>================================
 copy "fdpycoh.cob".
 copy "fdpyded.cob".
 copy "fdpyfhw.cob".
 copy "fdpychka.cob".
*>
 fd  PY-Chkh-Prior-File.
 copy "wspychkh.cob" replacing LEADING ==Chkh-== by ==Chko-==
                               PY-Chk-History-Record by PY-Chko-Record.
*>
 fd  PY-Chka-Prior-File.
 copy "wspychka.cob" replacing LEADING ==Chka-== by ==Chkp-==
                               PY-Chkh-Arch-Record by PY-Chkp-Record.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pyfhchk  (1.0.02)".  *> First release pre testing.
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
     03  PY-Coh-Status       pic xx.
     03  PY-Ded-Status       pic xx.
     03  PY-Fhw-Status       pic xx.
     03  PY-Chka-Status      pic xx.
     03  PY-Chko-Status      pic xx.
     03  PY-Chkp-Status      pic xx.
*>
     03  WS-Env-Columns      pic 999      value zero.
     03  WS-Env-Lines        pic 999      value zero.
     03  WS-Reload-Count     pic 9(7)     value zero.
     03  WS-Dup-Count        pic 9(5)     value zero.
     03  WS-Pass-Done        pic x        value "N".
     03  WS-Arch-Count       pic 9(7)     value zero.   *> of the reloaded, from the archive
*>
 01  Error-Messages.
*> System Wide
     perform  ba010-Check-Emp.
     perform  ba020-Check-His.
     perform  ba030-Check-Chkh.
     perform  ba035-Check-Chka.
     perform  ba040-Check-PR1.
     perform  ba050-Check-Usr.
     perform  ba060-Check-Pye.
     perform  zz050-Show-Line.
*>
 ba030-Exit.  exit section.
*>
 ba035-Check-Chka            section.
*>**********************************
*>
     move     "pychkha.dat" to WS-Chk-Name.
     move     "Check history archive" to WS-Chk-Desc.
     move     "IDX" to WS-Chk-Org.
     perform  zz010-Clear-Counts.
     open     input PY-Chkh-Arch-File.
     move     PY-Chka-Status to WS-Chk-Stat.
     if       PY-Chka-Status not = "00"
              perform  zz050-Show-Line
              go to    ba035-Exit.
     perform  forever
              read     PY-Chkh-Arch-File next record at end
                       exit perform
              end-read
              if       PY-Chka-Status not = "00"
                       add      1 to WS-Chk-IO-Errs
                       move     PY-Chka-Status to WS-Chk-Stat
                       exit perform
              end-if
              add      1 to WS-Chk-Count
              move     Chka-Key to WS-This-Key
              perform  zz020-Test-Sequence
     end-perform.
     close    PY-Chkh-Arch-File.
     perform  zz050-Show-Line.
*>
 ba035-Exit.  exit section.
*>
 ba040-Check-PR1             section.
*>**********************************
     display  "Index Rebuild" at 0125 with foreground-color 2.
     display  "1 - pyemp.dat   Employee master"  at 0401.
     display  "2 - pyhis.dat   Employee history" at 0501.
     display  "3 - pychkh.dat  Check history & archive" at 0601.
     display  "4 - pypr1.dat   Parameters"       at 0701.
     display  "5 - pyusr.dat   Operator sign-on" at 0801.
     display  "6 - pypye.dat   Payees"           at 0901.
     if       WS-Reply not = "Y"
              go to    ca000-Exit.
*>
     move     zero to WS-Unload-Count WS-Reload-Count WS-Dup-Count
                       WS-Arch-Count.
     evaluate WS-File-No
              when 1    perform  ca010-Rebuild-Emp
              when 2    perform  ca020-Rebuild-His
     move     WS-Dup-Count to WS-Disp-Errs.
     display  "Dup keys : " at 2001.
     display  WS-Disp-Errs  at 2012 with foreground-color 3.
     if       WS-Arch-Count not = zero
              move     WS-Arch-Count to WS-Disp-Count
              display  "of which archive" at 1922
              display  WS-Disp-Count at 1939 with foreground-color 3
     end-if.
     if       WS-Reload-Count < WS-Unload-Count
              display  PY910 at 2201 with foreground-color 4
     else
              read     PY-FH-Work-File at end
                       exit perform
              end-read
              move     PY-FH-Work-Record (1:length of PY-Employee-Record)
                                       to PY-Employee-Record
              write    PY-Employee-Record
                       invalid key
                                add      1 to WS-Dup-Count
              read     PY-FH-Work-File at end
                       exit perform
              end-read
              move     PY-FH-Work-Record (1:length of PY-History-Record)
                                       to PY-History-Record
              write    PY-History-Record
                       invalid key
                                add      1 to WS-Dup-Count
*>
 ca030-Rebuild-Chkh          section.
*>**********************************
*>
*> A file from before the check number / date alternate keys answers
*> 39 - it is unloaded through the prior definition instead, and the
*> reload builds it with the new keys.
*>
     move     "N" to WS-Pass-Done.
     open     input PY-Check-History-File.
     if       PY-Chkh-Status = "39"
              perform  ca031-Unload-Chkh-Prior
              if       PY-Chko-Status not = "00"
                       go to    ca030-Exit
              end-if
              go to    ca030-Reload.
     if       PY-Chkh-Status not = "00"
              display  PY912 at 1801 with foreground-color 4
              display  PY-Chkh-Status at 1848
              write    PY-FH-Work-Record from PY-Chk-History-Record
     end-perform.
     close    PY-Check-History-File PY-FH-Work-File.
*>
 ca030-Reload.
     open     output PY-Check-History-File.
     open     input  PY-FH-Work-File.
     perform  forever
              read     PY-FH-Work-File at end
                       exit perform
              end-read
              move     PY-FH-Work-Record (1:length of PY-Chk-History-Record)
                                       to PY-Chk-History-Record
              write    PY-Chk-History-Record
                       invalid key
                                add      1 to WS-Dup-Count
              end-write
     end-perform.
     close    PY-Check-History-File PY-FH-Work-File.
     perform  ca035-Rebuild-Chka.
     move     "Y" to WS-Pass-Done.
*>
 ca030-Exit.  exit section.
*>
 ca031-Unload-Chkh-Prior     section.
*>**********************************
*>
     open     input PY-Chkh-Prior-File.
     if       PY-Chko-Status not = "00"
              display  PY912 at 1801 with foreground-color 4
              display  PY-Chko-Status at 1848
              accept   WS-Reply at 1852
              close    PY-Chkh-Prior-File
              go to    ca031-Exit.
     open     output PY-FH-Work-File.
     perform  forever
              read     PY-Chkh-Prior-File next record at end
                       exit perform
              end-read
              if       PY-Chko-Status not = "00"
                       exit perform
              end-if
              add      1 to WS-Unload-Count
              write    PY-FH-Work-Record from PY-Chko-Record
     end-perform.
     close    PY-Chkh-Prior-File PY-FH-Work-File.
     move     "00" to PY-Chko-Status.
*>
 ca031-Exit.  exit section.
*>
 ca035-Rebuild-Chka          section.
*>**********************************
*>
*> The year-end archive, when there is one, goes the same way - its
*> counts join the check history's, the archive's share shown apart.
*> None yet (35) is nothing to do.
*>
     open     input PY-Chkh-Arch-File.
     if       PY-Chka-Status = "39"
              open     input PY-Chka-Prior-File
              if       PY-Chkp-Status not = "00"
                       close    PY-Chka-Prior-File
                       go to    ca035-Exit
              end-if
              open     output PY-FH-Work-File
              perform  forever
                       read     PY-Chka-Prior-File next record at end
                                exit perform
                       end-read
                       if       PY-Chkp-Status not = "00"
                                exit perform
                       end-if
                       add      1 to WS-Unload-Count
                       write    PY-FH-Work-Record from PY-Chkp-Record
              end-perform
              close    PY-Chka-Prior-File PY-FH-Work-File
              go to    ca035-Reload
     end-if.
     if       PY-Chka-Status not = "00"
              close    PY-Chkh-Arch-File
              go to    ca035-Exit.
     open     output PY-FH-Work-File.
     perform  forever
              read     PY-Chkh-Arch-File next record at end
                       exit perform
              end-read
              if       PY-Chka-Status not = "00"
                       exit perform
              end-if
              add      1 to WS-Unload-Count
              write    PY-FH-Work-Record from PY-Chkh-Arch-Record
     end-perform.
     close    PY-Chkh-Arch-File PY-FH-Work-File.
*>
 ca035-Reload.
     open     output PY-Chkh-Arch-File.
     open     input  PY-FH-Work-File.
     perform  forever
              read     PY-FH-Work-File at end
                       exit perform
              end-read
              move     PY-FH-Work-Record (1:length of PY-Chkh-Arch-Record)
                                       to PY-Chkh-Arch-Record
              write    PY-Chkh-Arch-Record
                       invalid key
                                add      1 to WS-Dup-Count
                       not invalid key
                                add      1 to WS-Reload-Count
                                add      1 to WS-Arch-Count
              end-write
     end-perform.
     close    PY-Chkh-Arch-File PY-FH-Work-File.
*>
 ca035-Exit.  exit section.
*>
 ca040-Rebuild-PR1           section.
*>**********************************
              read     PY-FH-Work-File at end
                       exit perform
              end-read
              move     PY-FH-Work-Record (1:length of PY-Param1-Record)
                                       to PY-Param1-Record
              write    PY-Param1-Record
                       invalid key
                                add      1 to WS-Dup-Count
     move     WS-Chk-IO-Errs to WS-Disp-Errs.
     display  WS-Disp-Errs at line WS-Row col 60.
     display  WS-Chk-Stat  at line WS-Row col 67.
     evaluate true
              when     WS-Chk-Stat = "35"
                       move     "not created" to WS-Chk-Verdict
              when     WS-Chk-Stat = "39"              *> built before its alternate keys
                       move     "REBUILD - R" to WS-Chk-Verdict
              when     WS-Chk-Stat not = "00" and not = "10"
                 or    WS-Chk-Seq-Errs not = zero
                 or    WS-Chk-IO-Errs  not = zero
                       move     "DAMAGED"     to WS-Chk-Verdict
              when     other
                       move     "ok"          to WS-Chk-Verdict
     end-evaluate.
     if       WS-Chk-Verdict = "DAMAGED" or = "REBUILD - R"
              display  WS-Chk-Verdict at line WS-Row col 71 with foreground-color 4
     else
              display  WS-Chk-Verdict at line WS-Row col 71 with foreground-color 2
