*>
*> Payroll California meal / rest period violations - one record per
*> employee workday pymealck paid premium for.
*>
     select  PY-Meal-Violation-File
                             assign        File-145
                             access        dynamic
                             organization  indexed
                             record key is Mlv-Key
                             status        PY-Mlv-Status.
*>
