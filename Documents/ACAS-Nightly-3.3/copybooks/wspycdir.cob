*>*******************************************
*>                                          *
*>  Record Definition For The Company       *
*>       Directory                          *
*>  Uses Cdir-Co-Code as key                *
*>*******************************************
*>  File size 256 bytes.
*>
*>  ACAS keeps one company's payroll in one data directory, the
*>  company's parameter record (PY-PR1-Co-Code) being the one on that
*>  directory's pypr1. This file, kept with the live data, says where
*>  each company's directory is so pycons can read them all:
*>    Cdir-Directory  blank = the live (current) data directory.
*>    Cdir-Group      reporting group the company is consolidated
*>                    in - any code finance chooses, blank = none.
*>                    Companies sharing a federal EIN are also
*>                    consolidated by EIN whatever their group.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Co-Dir-Record.
     03  Cdir-Co-Code        pic 9(3).
     03  Cdir-Directory      pic x(200).
     03  Cdir-Group          pic x(6).
     03  Cdir-Maint-Date     pic 9(8).            *> ccyymmdd last changed
     03  Cdir-Maint-By       pic x(8).
     03  filler              pic x(31).
*>
