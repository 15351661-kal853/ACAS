*>*******************************************
*>                                          *
*>  Record Definition For The Attendance    *
*>       Occurrence File                    *
*>  Uses Att-Emp-No + Att-Date + Att-Type   *
*>       as key                             *
*>*******************************************
*>  File size 80 bytes.
*>
*>  One record per attendance occurrence - from pyattend's clock pass
*>  over the punches (tardy / early out against Emp-Sched-Block, a
*>  scheduled day with no punches an absence), from pymisstc's hourly
*>  missing-timecard exceptions (pending until a supervisor confirms
*>  them) or keyed on pyattend's entry screen.
*>
*>  Each carries the policy points in force when recorded and expires
*>  the policy window (12 months) after the day - pyattend ages them
*>  off and excuses any day later covered by an FMLA or approved leave
*>  request (PY-Leave-Queue-File), which never counts.
*>
*>  The policy itself is the record at key zero (Att-Policy-Record),
*>  as the pyhrs batch header.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Attendance-Record.
     03  Att-Key.
         05  Att-Emp-No      pic 9(7).
         05  Att-Date        pic 9(8).            *> ccyymmdd
         05  Att-Type        pic x.               *> T = tardy, E = early out,
*>                                                   N = no-call / no-show,
*>                                                   A = unscheduled absence
             88  Att-Tardy                value "T".
             88  Att-Early-Out            value "E".
             88  Att-No-Call              value "N".
             88  Att-Absence              value "A".
             88  Att-Type-Valid           values "T" "E" "N" "A".
     03  Att-Points          pic 9v9.
     03  Att-Minutes         pic 9(4).            *> minutes late / early, T & E only
     03  Att-Source          pic x.               *> C = clock, M = missing timecard,
*>                                                   K = keyed
     03  Att-Status          pic x.
         88  Att-Active                   value space.   *> counts
         88  Att-Pending                  value "P".     *> awaits review, no points
         88  Att-Expired                  value "X".     *> aged off
         88  Att-FMLA                     value "F".     *> FMLA day, never counts
         88  Att-Leave                    value "L".     *> approved leave, never counts
         88  Att-Void                     value "V".     *> voided by supervisor
     03  Att-Expire-Date     pic 9(8).            *> ccyymmdd - no longer counts from
     03  Att-Dept            pic x(4).            *> Emp-Dept at the time
     03  Att-Note            pic x(20).
     03  Att-Entry-Date      pic 9(8).            *> ccyymmdd
     03  Att-Operator        pic x(8).
     03  filler              pic x(8).
*>
 01  PY-Att-Policy-Record.
     03  Atp-Key.
         05  Atp-Key-Emp     pic 9(7).            *> Always value zero.
         05  Atp-Key-Date    pic 9(8).            *> Always value zero.
         05  Atp-Key-Type    pic x.               *> Always space.
     03  Atp-Pts-Tardy       pic 9v9.             *> points per occurrence by type
     03  Atp-Pts-Early       pic 9v9.
     03  Atp-Pts-No-Call     pic 9v9.
     03  Atp-Pts-Absence     pic 9v9.
     03  Atp-Grace-Min       pic 99.              *> minutes late / early allowed
     03  Atp-Verbal          pic 99v9.            *> warning thresholds in points
     03  Atp-Written         pic 99v9.
     03  Atp-Final           pic 99v9.
     03  Atp-Window-Months   pic 99.              *> rolling window, normally 12
     03  Atp-Last-Aged       pic 9(8).            *> ccyymmdd of the last ageing pass
     03  filler              pic x(35).
*>
