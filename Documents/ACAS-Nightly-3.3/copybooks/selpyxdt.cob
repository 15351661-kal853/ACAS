*>
*> Any outbound file as written, read back by pyxreg for its line
*> count and checksum - the name is set at run time.
*>
     select  PY-Xmt-Data-File
                             assign        WS-Xdt-Name
                             organization  line sequential
                             status        PY-Xdt-Status.
*>
