      *categories side by side so follow-up appointments can be
      *booked straight from the list. bmicalculator calls this
      *program when the roster is complete; it can also be run on
      *its own to reprint the list of the latest roster. The batch
      *intake of the clinic scale export, bmiintake, writes the
      *same file and calls this program when the intake is done.
       environment division.
       input-output section.
       file-control.
