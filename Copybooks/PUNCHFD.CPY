           05 PU-Type           pic x(1).
              88 PU-Clock-In       value "I".
              88 PU-Clock-Out      value "O".
      *    on a clock-in, the department the shift is worked in when
      *    it is not the employee's home department; spaces = home
           05 PU-Dept-Code      pic x(3).
