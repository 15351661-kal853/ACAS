*> 02/09/26 vbc - Created.
*>
 01  PY-Sec-Request.
     03  Slq-Event           pic x(2).    *> SI/SF/LK/UL/VO/PC/UM/SA/RS
     03  Slq-Operator        pic x(8).
     03  Slq-Program         pic x(8).
     03  Slq-Detail          pic x(20).
