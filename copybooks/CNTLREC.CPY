      *****************************************************************
      *  BENEFICIARY CONTACT LOG - ONE ROW PER CALL, LETTER OR VISIT  *
      *  ABOUT A BENEFICIARY'S CASE, FROM THE BENEFICIARY, A          *
      *  CONGRESSIONAL OFFICE OR AN SSA FIELD OFFICE. CLERKS ADD AND  *
      *  BROWSE ROWS ON THE CNTL SCREEN (CNTLENT), REACHED WITH THE   *
      *  KEY CARRIED OVER FROM THE INQUIRY SCREENS. CNTLDUE LISTS THE *
      *  FOLLOW-UPS FALLING DUE EACH DAY BY CLERK, RSRCHPKT PRINTS    *
      *  THE HISTORY IN THE RESEARCH PACKET AND CNTLPRG PURGES IT     *
      *  UNDER THE CONTACT CLASS OF THE RETNSCHD RETENTION SCHEDULE.  *
      *  COPY THIS MEMBER WHEREVER THE RECORD IS READ OR WRITTEN SO   *
      *  THE SHAPE CANNOT DRIFT BETWEEN THEM.                         *
      *                                                               *
      *  KEYED BY CL-KEY: THE FULL RRB HIC AND THE STAMP THE CONTACT  *
      *  WAS LOGGED (YYYYMMDDHHMMSS), SO A BENEFICIARY'S CONTACTS LIE *
      *  TOGETHER IN TIME ORDER. CL-FOLLOWUP-STATUS IS SPACE WHEN NO  *
      *  FOLLOW-UP DATE WAS KEYED, O WHILE THE FOLLOW-UP IS           *
      *  OUTSTANDING AND D ONCE A CLERK MARKS IT DONE ON THE SCREEN,  *
      *  WITH WHO AND WHEN. THE IDENTIFIER IS FULL - THE SCREEN AND   *
      *  THE LISTINGS MASK IT THROUGH MASKHIC. 150 BYTES.             *
      *                                                               *
      *  CALLER TYPES: B BENEFICIARY, R REPRESENTATIVE, C             *
      *  CONGRESSIONAL OFFICE, F SSA FIELD OFFICE, O OTHER. CHANNELS: *
      *  P PHONE, L LETTER, E EMAIL, W WALK-IN, F FAX. SUBJECT CODES: *
      *  EN ENTITLEMENT, TM TERMINATION OR DEATH, HC HIC OR MBI, AD   *
      *  NAME OR ADDRESS, PK RESEARCH PACKET, OT OTHER.               *
      *****************************************************************

       01  CONTACT-LOG-REC.
           05  CL-KEY.
               10  CL-RRB-HIC          PIC  X(12).
               10  CL-CONTACT-STAMP    PIC  X(14).
           05  CL-CALLER-TYPE          PIC  X(01).
               88  CL-CALLER-VALID                 VALUE 'B' 'R'
                                                         'C' 'F'
                                                         'O'.
           05  CL-CHANNEL              PIC  X(01).
               88  CL-CHANNEL-VALID                VALUE 'P' 'L'
                                                         'E' 'W'
                                                         'F'.
           05  CL-SUBJECT              PIC  X(02).
               88  CL-SUBJECT-VALID                VALUE 'EN' 'TM'
                                                         'HC' 'AD'
                                                         'PK' 'OT'.
           05  CL-NOTE                 PIC  X(60).
           05  CL-FOLLOWUP-DATE        PIC  X(08).
           05  CL-FOLLOWUP-STATUS      PIC  X(01).
               88  CL-NO-FOLLOWUP                  VALUE SPACE.
               88  CL-FOLLOWUP-OPEN                VALUE 'O'.
               88  CL-FOLLOWUP-DONE                VALUE 'D'.
           05  CL-CLERK-ID             PIC  X(08).
           05  CL-TERMINAL             PIC  X(04).
           05  CL-DONE-USER            PIC  X(08).
           05  CL-DONE-STAMP           PIC  X(14).
           05  FILLER                  PIC  X(17).
