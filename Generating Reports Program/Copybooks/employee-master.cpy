           05  em-status                        pic x.
               88  em-status-active             value 'A'.
               88  em-status-inactive           value 'I'.
      * Employee class for the staff purchase discount -- the key
      * of the class table (employee-class.dat) that sets the
      * discount and the annual purchase cap. Space for an employee
      * not entitled to the discount.
           05  em-employee-class                pic x.
