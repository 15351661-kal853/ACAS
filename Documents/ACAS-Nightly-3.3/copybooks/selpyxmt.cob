*>
*> Payroll outbound file release / transmission log - registered by
*> pyxreg as each bank / agency file is built, released and reported
*> by pyxmit.
*>
     select  PY-Xmt-File
                             assign        File-172
                             access        dynamic
                             organization  indexed
                             record key is Xmt-Seq
                             status        PY-Xmt-Status.
*>
