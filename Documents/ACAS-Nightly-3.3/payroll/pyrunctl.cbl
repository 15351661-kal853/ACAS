*>                      Callers treat Runq-Result 1 (predecessor not
*>                      finished) as a hard stop. "B" begins a fresh
*>                      run record (next id) stamping step 1 started.
*>
*>                      Every B, S or F stamp that lands is also
*>                      written to the security log as event RS with
*>                      the operator from Runq-Operator, so the duties
*>                      report (pysod) can tell who ran which step.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      pyseclog.
*>**
*>    Functions Used:
*>                      None.
*>                       whether the given step has finished on the
*>                       latest run without stamping anything, for
*>                       side outputs like pyrkfeed.
*> 15/10/26 vbc - 1.0.02 B, S & F stamps logged to the security file as
*>                       event RS with Runq-Operator. Step time
*>                       stamps hhmmss, not the low six digits of
*>                       the hhmmsscc accepted.
*>
*>**
*>*************************************************************************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pyrunctl (1.0.02)".  *> First release pre testing.
*>
 01  WS-Data.
     03  PY-Runc-Status      pic xx.
     03  WS-Stamp-Date       pic 9(8)     value zero.
     03  WS-Stamp-Time       pic 9(8)     value zero.
     03  A                   pic 9        value zero.
*>
 01  WS-Step-Names-Values.
     03  filler  pic x(8)  value "pytcimp".
     03  filler  pic x(8)  value "hrsprint".
     03  filler  pic x(8)  value "pyproof".
     03  filler  pic x(8)  value "pyapply".
     03  filler  pic x(8)  value "pyrgstr".
     03  filler  pic x(8)  value "pyach".
     03  filler  pic x(8)  value "pydist".
 01  filler  redefines WS-Step-Names-Values.
     03  WS-Step-Name pic x(8)  occurs 7.
*>
 01  WS-Rs-Detail.
     03  filler              pic x(4)     value "RUN ".
     03  WS-Rs-Run           pic 9(6).
     03  filler              pic x(6)     value " STEP ".
     03  WS-Rs-Step          pic 9.
     03  filler              pic x        value space.
     03  WS-Rs-Action        pic x.
*>
 copy "wspyslq.cob".
*>
*> Predecessor of each step - zero means none (step 1). pydist (7)
*> hangs off the apply (4) like the register does; pyach (6) needs
*>
 aa000-Exit-Prog.
     close    PY-Run-Control-File.
     if       Runq-Result = zero
        and  (Runq-Action = "B" or "S" or "F")
              perform  zz010-Log-Stamp.
     goback.
*>
 aa000-Exit.  Exit section.
     end-perform.
     move     "S"           to Runc-Step-Stat (1).
     move     WS-Stamp-Date to Runc-Step-Date (1).
     move     WS-Stamp-Time (1:6) to Runc-Step-Time (1).
     write    PY-Run-Control-Record
              invalid key
                       move 3 to Runq-Result
              go to    ca000-Exit.
     move     "S"           to Runc-Step-Stat (Runq-Step).
     move     WS-Stamp-Date to Runc-Step-Date (Runq-Step).
     move     WS-Stamp-Time (1:6) to Runc-Step-Time (Runq-Step).
     rewrite  PY-Run-Control-Record
              invalid key
                       move 3 to Runq-Result
     move     Runc-Run-Id   to Runq-Run-Id.
     move     "F"           to Runc-Step-Stat (Runq-Step).
     move     WS-Stamp-Date to Runc-Step-Date (Runq-Step).
     move     WS-Stamp-Time (1:6) to Runc-Step-Time (Runq-Step).
     rewrite  PY-Run-Control-Record
              invalid key
                       move 3 to Runq-Result
              move     Runq-Step to Runq-Pred-Step.
*>
 ea000-Exit.  exit section.
*>
 zz010-Log-Stamp             section.
*>**********************************
*>
*> One RS security event per stamp - "RUN nnnnnn STEP n S".
*>
     if       Runq-Action = "B"
              move     1 to WS-Rs-Step
     else
              move     Runq-Step to WS-Rs-Step.
     move     Runq-Run-Id          to WS-Rs-Run.
     move     Runq-Action          to WS-Rs-Action.
     move     "RS"                 to Slq-Event.
     move     Runq-Operator        to Slq-Operator.
     move     WS-Step-Name (WS-Rs-Step) to Slq-Program.
     move     WS-Rs-Detail         to Slq-Detail.
     call     "pyseclog" using PY-Sec-Request File-Defs.
*>
 zz010-Exit.  exit section.
