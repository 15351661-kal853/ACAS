*>
*> Payroll tax treaty table - the wages a nonresident alien's tax
*> treaty exempts, by country and 1042-S income code (py1042s keeps,
*> pyapply applies).
*>
     select  PY-Treaty-File
                             assign        File-153
                             access        dynamic
                             organization  indexed
                             record key is Trt-Key
                             status        PY-Trt-Status.
*>
