       procedure division.
       Main-Start.
           Display "Cross-File Integrity Audit"
           Call "OpenConv"
           Cancel "OpenConv"
           Open Output Audit-Report-File
           Perform Write-Report-Header
           Open Input Customer-Master-File
               Move "Y" to WS-RC-EOF
           End-If
           Perform Until WS-RC-EOF = "Y"
               Read Receipt-File next record
                   At End
                       Move "Y" to WS-RC-EOF
                   Not At End
               Move "Y" to WS-OO-EOF
           End-If
           Perform Until WS-OO-EOF = "Y"
               Read Open-Order-File next record
                   At End
                       Move "Y" to WS-OO-EOF
                   Not At End
               Move "Y" to WS-IV-EOF
           End-If
           Perform Until WS-IV-EOF = "Y"
               Read Open-Invoice-File next record
                   At End
                       Move "Y" to WS-IV-EOF
                   Not At End
