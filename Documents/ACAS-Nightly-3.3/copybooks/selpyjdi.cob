*>
*> Payroll tax jurisdiction directory import source (CSV from the
*> vendor or state address file) - read by pyjdir.
*>
     select  PY-Juris-Imp-File
                             assign        File-188
                             organization  line sequential
                             status        PY-Jdi-Status.
*>
