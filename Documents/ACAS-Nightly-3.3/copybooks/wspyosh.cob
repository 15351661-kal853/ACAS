*>*******************************************
*>                                          *
*>  Record Definition For The OSHA Injury   *
*>       And Illness Case File              *
*>  Uses Osh-Year + Osh-Case-No as key      *
*>*******************************************
*>  File size 273 bytes.
*>
*>  One record per recordable work-related injury or illness - the
*>  OSHA Form 300 log entry - numbered within the calendar year it
*>  happened in. The worksite (the OSHA establishment), department
*>  and WC class are the employee's at the time, so the log and the
*>  workers' comp premium listing see the case where it happened.
*>  Maintained and printed by pyosha, which also builds the Form
*>  300A annual summary and the ITA upload file from it.
*>
*>  Osh-Class is the one most serious outcome (columns G - J) and
*>  Osh-Type the injury / illness column (M1 - M6). Day counts stop
*>  at the 180 OSHA caps them at.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-OSHA-Case-Record.
     03  Osh-Key.
         05  Osh-Year        pic 9(4).            *> ccyy of Osh-Date
         05  Osh-Case-No     pic 9(4).            *> 1 up within the year
     03  Osh-Emp-No          pic 9(7).
     03  Osh-Emp-Name        pic x(32).
     03  Osh-Worksite        pic x(4).            *> spaces = single establishment
     03  Osh-Dept            pic x(4).
     03  Osh-WC-Class        pic x(4).
     03  Osh-Job-Title       pic x(20).
     03  Osh-Date            pic 9(8).            *> ccyymmdd of injury / onset of illness
     03  Osh-Where           pic x(30).           *> where the event occurred
     03  Osh-Desc.                                *> injury / illness and object / substance
         05  Osh-Desc-1      pic x(30).
         05  Osh-Desc-2      pic x(30).
     03  Osh-Body-Part       pic x(20).
     03  Osh-Class           pic x.
         88  Osh-Class-Death              value "G".
         88  Osh-Class-Days-Away          value "H".
         88  Osh-Class-Restricted         value "I".   *> job transfer or restriction
         88  Osh-Class-Other              value "J".   *> other recordable
     03  Osh-Days-Away       pic 999.             *> column K, 180 max
     03  Osh-Days-Restrict   pic 999.             *> column L, 180 max
     03  Osh-Type            pic x.
         88  Osh-Type-Injury              value "1".
         88  Osh-Type-Skin                value "2".
         88  Osh-Type-Respiratory         value "3".
         88  Osh-Type-Poisoning           value "4".
         88  Osh-Type-Hearing             value "5".
         88  Osh-Type-Other-Illness       value "6".
     03  Osh-Privacy         pic x.               *> Y = name left off the log
     03  Osh-Death-Date      pic 9(8).            *> ccyymmdd, class G only
     03  Osh-WC-Claim-No     pic x(15).           *> carrier's claim number
     03  Osh-Return-Date     pic 9(8).            *> ccyymmdd back at full duty
     03  Osh-Entered-By      pic x(8).
     03  Osh-Entered-Date    pic 9(8).            *> ccyymmdd
     03  filler              pic x(20).
*>
