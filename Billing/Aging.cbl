       procedure division.
       Main-Start.
           Display "Receivables Aging Report"
           Call "OpenConv"
           Cancel "OpenConv"
           Accept WS-Today-Date from Date YYYYMMDD
           Compute WS-Today-Int =
               Function Integer-Of-Date (WS-Today-Date)
               Move "Y" to WS-IV-EOF
           End-If
           Perform Until WS-IV-EOF = "Y"
               Read Open-Invoice-File next record
                   At End
                       Move "Y" to WS-IV-EOF
                   Not At End
