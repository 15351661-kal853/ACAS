       >>source free
*>****************************************************************
*>          Translated Label Set For A Document                   *
*>                                                                *
*>****************************************************************
*>
 identification          division.
*>================================
*>
      program-id.       pylblset.
*>**
*>    Author.           Vincent B Coen FBCS, FIDM, FIDPM, 15/10/2026.
*>**
*>    Security.         Copyright (C) 2025 - 2026 & later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*>    Remarks.          Returns one document's labels in the language
*>                      asked for - the caller passes the English set
*>                      (wspylbe.cob) in Lbq-Labels and every label
*>                      translated on PY-Label-File (pylabel) replaces
*>                      its English text. A label not translated, or
*>                      with no label file at all, stays in English and
*>                      is counted in Lbq-Missing.
*>
*>                      Called once per run and language by pychkprt,
*>                      pyadvice, pynotice and pystubrp, which then
*>                      pick the set by each employee's Emp-Language.
*>                      wspylbq.cob is the request block.
*>**
*>    Version.          See Prog-Name In Ws.
*>**
*>    Called Modules.
*>                      None.
*>**
*>    Functions Used:
*>                      None.
*>    Files used :
*>                      pylbl.   Translated Label Sets.
*>
*>    Error messages used.
*>                      None - the count untranslated returns in
*>                      Lbq-Missing.
*>**
*> Changes:
*> 15/10/26 vbc - 1.0.00 Created.
*>
*>**
*>*************************************************************************
*> Copyright Notice.
*> ****************
*>
*> This notice supersedes all prior copyright notices & was updated 2024-04-16.
*>
*> These files and programs are part of the Applewood Computers Accounting
*> System and is Copyright (c) Vincent B Coen. 1976-2026 and later.
*>
*> This program is now free software; you can redistribute it and/or modify it
*> under the terms listed here and of the GNU General Public License as
*> published by the Free Software Foundation; version 3 and later as revised
*> for PERSONAL USAGE ONLY and that includes for use within a business but
*> EXCLUDES repackaging or for Resale, Rental or Hire in ANY way.
*>
*> Persons interested in repackaging, redevelopment for the purpose of resale or
*> distribution in a rental or hire mode must get in touch with the copyright
*> holder with your commercial plans and proposals to vbcoen@gmail.com.
*>
*> ACAS is distributed in the hope that it will be useful, but WITHOUT
*> ANY WARRANTY; without even the implied warranty of MERCHANTABILITY or
*> FITNESS FOR A PARTICULAR PURPOSE.  See the GNU General Public License
*> for more details. If it breaks, you own both pieces but I will endeavour
*> to fix it, providing you tell me about the problem.
*>
*> You should have received a copy of the GNU General Public License along
*> with ACAS; see the file COPYING.  If not, write to the Free Software
*> Foundation, 59 Temple Place, Suite 330, Boston, MA 02111-1307 USA.
*>
*>*************************************************************************
*>
 environment             division.
*>================================
*>
 copy "envdiv.cob".
*>
 input-output            section.
 file-control.
 copy "selpylbl.cob".
*>
 data                    division.
*>================================
*>
 file section.
*>
 copy "fdpylbl.cob".
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(17) value "pylblset (1.0.00)".  *> First release pre testing.
*>
 01  WS-Data.
     03  PY-Lbl-Status       pic xx.
     03  WS-Lbl-Sub          pic 99       value zero.
*>
 linkage section.
*>***************
*>
 copy "wspylbq.cob".
 copy "wsnames.cob".
*>
 procedure division using PY-Label-Request
                          File-Defs.
*>========================================
*>
 aa000-Main                  section.
*>**********************************
*>
     move     Lbq-Count to Lbq-Missing.
     if       Lbq-Lang = space or "E"
              move     zero to Lbq-Missing
              goback.
     if       Lbq-Count > 40
              move     40 to Lbq-Count.
*>
     open     input PY-Label-File.
     if       PY-Lbl-Status not = "00"
              goback.                     *> no translations yet - all English
     move     zero to Lbq-Missing.
     perform  varying WS-Lbl-Sub from 1 by 1 until WS-Lbl-Sub > Lbq-Count
              move     Lbq-Lang   to Lbl-Lang
              move     Lbq-Doc    to Lbl-Doc
              move     WS-Lbl-Sub to Lbl-No
              read     PY-Label-File key Lbl-Key
                       invalid key
                                move     spaces to Lbl-Text
              end-read
              if       PY-Lbl-Status not = "00"
                       move     spaces to Lbl-Text
              end-if
              if       Lbl-Text = spaces
                       add      1 to Lbq-Missing
              else
                       move     Lbl-Text to Lbq-Text (WS-Lbl-Sub)
              end-if
     end-perform.
     close    PY-Label-File.
     goback.
*>
 aa000-Exit.  Exit section.
*>
