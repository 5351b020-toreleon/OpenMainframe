      *    BOUNDARIES SO A RECEIVING PROGRAM KNOWS WHO IT IS TALKING
      *    TO.  WS-CA-PANEL AND WS-CA-PAGE-KEY CARRY THE CURRENT
      *    PANEL AND NEXT-PAGE FILE KEY FOR THE SCROLLABLE INQUIRY
      *    SCREENS (CICSDSH, CICSJRQ, CICSUHQ), WHICH MUST REMEMBER
      *    THEIR POSITION ACROSS THE PSEUDO-CONVERSATIONAL RETURN.
      *****************************************************************
       01  WS-COMMAREA.
           05  WS-CA-OPERID          PIC X(8).
