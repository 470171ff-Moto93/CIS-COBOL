      *    and in/out until the operator closes it with a blank id
           05 Keyed-Emp-Id      pic x(5).
           05 Punch-Select      pic x.
           05 Punch-Dept        pic x(3).
           05 WS-Dept-Valid     pic x.
       Copy "DEPTTBL.CPY".

       procedure division.
       Main-Start.
               Display "Please punch I or O."
               Exit Paragraph
           End-If
           Move spaces to Punch-Dept
           If Punch-Select = "I"
               Perform Accept-Punch-Dept
               If WS-Dept-Valid = "N"
                   Exit Paragraph
               End-If
           End-If
           Perform Write-Punch-Record
           Display "Punch recorded for " EM-Employee-Name ".".

                   Move "Y" to WS-Found-Employee
           End-Read.

       Accept-Punch-Dept.
      *a shift worked outside the home department is charged where
      *it was worked; the clock-in carries the department for the
      *whole shift
           Move "Y" to WS-Dept-Valid
           Display "Department worked (blank = home "
               EM-Dept-Code "): " with no advancing
           Accept Punch-Dept
           Move Function Upper-Case (Punch-Dept) to Punch-Dept
           If Punch-Dept = spaces or Punch-Dept = EM-Dept-Code
               Move spaces to Punch-Dept
               Exit Paragraph
           End-If
           Set Dept-Idx to 1
           Search Department-Entry
               At End
                   Move "N" to WS-Dept-Valid
                   Display "No department " Punch-Dept
                       "; punch not recorded."
               When DP-Dept-Code (Dept-Idx) = Punch-Dept
                   Continue
           End-Search.

       Write-Punch-Record.
      *appends one timestamped record per punch; each call opens,
      *writes, and closes, same as the shared audit log
           Accept PU-Date from Date YYYYMMDD
           Accept PU-Time from Time
           Move Punch-Select to PU-Type
           Move Punch-Dept to PU-Dept-Code
           Open Extend Punch-File
           If WS-PU-Status = "35"
               Open Output Punch-File
