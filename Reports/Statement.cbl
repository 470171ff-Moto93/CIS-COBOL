       procedure division.
       Main-Start.
           Display "Monthly Customer Statements"
           Call "OpenConv"
           Cancel "OpenConv"
           Display "Statement month (YYYYMM): " with no advancing
           Accept WS-Statement-Month
           Perform Load-Rate-Control
               Move "Y" to WS-RC-EOF
           End-If
           Perform Until WS-RC-EOF = "Y"
               Read Receipt-File next record
                   At End
                       Move "Y" to WS-RC-EOF
                   Not At End
