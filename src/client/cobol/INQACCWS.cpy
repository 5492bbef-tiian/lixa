      * Working storage for the inquiry access-log paragraphs (see
      * INQACCWR.cpy and INQACC.cpy).  IDENTIFY-INQUIRER fills the
      * operator id; the caller sets the program id once and the
      * kind, the value asked for and the rows shown before each
      * LOG-INQUIRY-ACCESS.
        01 WS-INQACC-STATUS PIC X(2) VALUE '00'.
        01 WS-INQ-OPERATOR-ID PIC X(8) VALUE SPACES.
        01 WS-INQ-PROGRAM-ID PIC X(8) VALUE SPACES.
        01 WS-INQ-KIND PIC X(1) VALUE SPACE.
        01 WS-INQ-ASKED PIC X(200) VALUE SPACES.
        01 WS-INQ-ROWS PIC 9(9) VALUE 0.
