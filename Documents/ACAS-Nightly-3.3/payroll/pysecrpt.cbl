*>**
*> Changes:
*> 02/09/26 vbc - 1.0.00 Created.
*> 15/10/26 vbc - 1.0.01 Event RS (pay-run step stamp) described.
*>
*>**
*>*************************************************************************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(18) value "pysecrpt (1.0.01)".  *> First release pre testing.
*>
*>  This will print 1 copy to CUPS print spool specified on line 3 override via setup at SOJ
*>
                       when "VO"  move "Void over threshold" to WS-Rl-Desc
                       when "PC"  move "Parameter maint"    to WS-Rl-Desc
                       when "UM"  move "User maintenance"   to WS-Rl-Desc
                       when "RS"  move "Pay-run step stamp" to WS-Rl-Desc
                       when other move "Sensitive action"   to WS-Rl-Desc
              end-evaluate
              if       Sec-Event = "SF" or = "LK"
