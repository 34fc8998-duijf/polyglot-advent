           05 fs-step-event PIC X(5).
           05 fs-step-time PIC 9(8).
           05 fs-step-rc PIC 9(4).
      * Which partition of a split step the row is for, as n/m off
      * the control card; spaces for a step that runs whole.
           05 fs-step-part PIC X(4).
