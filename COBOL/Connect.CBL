                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ST-STOP-KEY
                    STATUS IS FS5.
             SELECT SEGFILE ASSIGN SEGFARE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS SEG-KEY
                    STATUS IS FS6.
         DATA DIVISION.
         FILE SECTION.
         FD  CONREQFILE RECORDING MODE IS F
             COPY STNREC.
         FD  STOPFILE.
             COPY STPREC.
         FD  SEGFILE.
             COPY SEGREC.
         WORKING-STORAGE SECTION.
         01 STAR-LINE PIC X(100) VALUE ALL '*'.
         01 HDR-LINE-1.
             02 FILLER            PIC X(5)  VALUE ' MINS'.
             02 FILLER            PIC X(7)  VALUE '  FARE '.
             02 ITIN-FARE-P       PIC ZZZ,ZZZ,ZZ9.99.
             02 ITIN-FARE-X REDEFINES ITIN-FARE-P PIC X(14).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 ITIN-KIND-P       PIC X(10).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 ITIN-NOTE-P       PIC X(15).
             02 FILLER            PIC X(11) VALUE SPACES.
         01 LEG-LINE.
             02 FILLER            PIC X(7)  VALUE '   LEG '.
             02 LEG-NO-P          PIC 9.
             02 LEG-ARR-STN-P     PIC X(10).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 LEG-ARR-TIME-P    PIC X(5).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 LEG-FARE-P        PIC ZZ,ZZZ,ZZ9.99.
             02 LEG-FARE-X REDEFINES LEG-FARE-P PIC X(13).
             02 FILLER            PIC X(11) VALUE SPACES.
         01 NONE-FOUND-LINE.
             02 FILLER            PIC X(34) VALUE
                 'NO DIRECT OR ONE-CHANGE CONNECTION'.
                03 MT-ARR-STN     PIC X(10).
                03 MT-ARR-TIME    PIC X(5).
                03 MT-FARE        PIC 9(8)V99.
                03 MT-PRICED      PIC X.
                03 MT-DEP-MINS    PIC 9(4) COMP.
                03 MT-ARR-MINS    PIC 9(4) COMP.
         01 MT-COUNT           PIC 9(5) COMP VALUE ZERO.
         01 STOPS-EOF-SW         PIC X.
            88 STOPS-EOF                  VALUE '1'.
            88 NOT-STOPS-EOF              VALUE '0'.
         01 SEG-OPEN-SW          PIC X VALUE 'N'.
            88 SEG-OPEN                   VALUE 'Y'.
            88 SEG-NOT-OPEN               VALUE 'N'.
         01 ITIN-TABLE.
             02 ITIN-ENTRY OCCURS 200 TIMES.
                03 IT-DEP-TIME    PIC X(5).
                03 IT-MINS        PIC S9(4) COMP.
                03 IT-FARE        PIC 9(9)V99.
                03 IT-LEGS        PIC 9.
                03 IT-PRICED      PIC X.
                03 IT-SUB1        PIC 9(5) COMP.
                03 IT-SUB2        PIC 9(5) COMP.
         01 ITIN-COUNT         PIC 9(4) COMP VALUE ZERO.
             02 HOLD-MINS      PIC S9(4) COMP.
             02 HOLD-FARE      PIC 9(9)V99.
             02 HOLD-LEGS      PIC 9.
             02 HOLD-PRICED    PIC X.
             02 HOLD-SUB1      PIC 9(5) COMP.
             02 HOLD-SUB2      PIC 9(5) COMP.
         01 M1                 PIC 9(5) COMP VALUE ZERO.
         01 FS3                  PIC XX.
         01 FS4                  PIC XX.
         01 FS5                  PIC XX.
         01 FS6                  PIC XX.
         PROCEDURE DIVISION.
         MAIN-LINE.
             PERFORM INITIALIZATION.
                     MOVE CP-DEP-TIME(CP-SUB) TO MT-DEP-TIME(MT-COUNT)
                     MOVE CP-STN(CP-SUB2) TO MT-ARR-STN(MT-COUNT)
                     MOVE CP-ARR-TIME(CP-SUB2) TO MT-ARR-TIME(MT-COUNT)
                     PERFORM PRICE-SEGMENT
                     MOVE CP-DEP-MINS(CP-SUB) TO MT-DEP-MINS(MT-COUNT)
                     MOVE CP-ARR-MINS(CP-SUB2) TO MT-ARR-MINS(MT-COUNT)
                 ELSE
                     ADD 1 TO MT-DROPPED
                 END-IF
             END-IF.
         PRICE-SEGMENT.
             MOVE ZERO TO MT-FARE(MT-COUNT).
             MOVE 'N' TO MT-PRICED(MT-COUNT).
             IF CP-SUB = 1 AND CP-SUB2 = CP-COUNT
                 MOVE TRAIN-FARE TO MT-FARE(MT-COUNT)
                 MOVE 'Y' TO MT-PRICED(MT-COUNT)
             ELSE
                 IF SEG-OPEN
                     MOVE TRAIN-NUMBER TO SEG-TRAIN-NUMBER
                     MOVE CP-STN(CP-SUB) TO SEG-BOARD-STN
                     MOVE CP-STN(CP-SUB2) TO SEG-ALIGHT-STN
                     MOVE SPACE TO SEG-CLASS-CODE
                     PERFORM READ-SEGMENT-FARE
                     IF MT-PRICED(MT-COUNT) = 'N'
                         MOVE '*' TO SEG-TRAIN-NUMBER
                         PERFORM READ-SEGMENT-FARE
                     END-IF
                 END-IF
             END-IF.
         READ-SEGMENT-FARE.
             READ SEGFILE KEY IS SEG-KEY
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                      MOVE SEG-FARE TO MT-FARE(MT-COUNT)
                      MOVE 'Y' TO MT-PRICED(MT-COUNT)
             END-READ.
         CONVERT-TIME.
             SET TIME-OK TO TRUE.
             IF TIME-IN(1:4) IS NOT NUMERIC
                         MT-ARR-MINS(M1) - MT-DEP-MINS(M1)
                 MOVE MT-FARE(M1) TO IT-FARE(ITIN-COUNT)
                 MOVE 1 TO IT-LEGS(ITIN-COUNT)
                 MOVE MT-PRICED(M1) TO IT-PRICED(ITIN-COUNT)
                 MOVE M1 TO IT-SUB1(ITIN-COUNT)
                 MOVE ZERO TO IT-SUB2(ITIN-COUNT)
             ELSE
                 COMPUTE IT-FARE(ITIN-COUNT) =
                         MT-FARE(M1) + MT-FARE(M2)
                 MOVE 2 TO IT-LEGS(ITIN-COUNT)
                 IF MT-PRICED(M1) = 'Y' AND MT-PRICED(M2) = 'Y'
                     MOVE 'Y' TO IT-PRICED(ITIN-COUNT)
                 ELSE
                     MOVE 'N' TO IT-PRICED(ITIN-COUNT)
                 END-IF
                 MOVE M1 TO IT-SUB1(ITIN-COUNT)
                 MOVE M2 TO IT-SUB2(ITIN-COUNT)
             ELSE
             MOVE IT-DEP-TIME(SUB1) TO ITIN-DEP-P.
             MOVE IT-ARR-TIME(SUB1) TO ITIN-ARR-P.
             MOVE IT-MINS(SUB1) TO ITIN-MINS-P.
             IF IT-PRICED(SUB1) = 'Y'
                 MOVE IT-FARE(SUB1) TO ITIN-FARE-P
                 MOVE SPACES TO ITIN-NOTE-P
             ELSE
                 MOVE SPACES TO ITIN-FARE-X
                 MOVE 'NO SEGMENT FARE' TO ITIN-NOTE-P
             END-IF.
             IF IT-LEGS(SUB1) = 1
                 MOVE 'DIRECT    ' TO ITIN-KIND-P
             ELSE
             MOVE MT-DEP-TIME(M1) TO LEG-DEP-TIME-P.
             MOVE MT-ARR-STN(M1) TO LEG-ARR-STN-P.
             MOVE MT-ARR-TIME(M1) TO LEG-ARR-TIME-P.
             IF MT-PRICED(M1) = 'Y'
                 MOVE MT-FARE(M1) TO LEG-FARE-P
             ELSE
                 MOVE SPACES TO LEG-FARE-X
             END-IF.
             WRITE RPT-LINE FROM LEG-LINE.
         INITIALIZATION.
             OPEN INPUT CONREQFILE.
                 DISPLAY 'ERROR'
                 SET STOPS-NOT-OPEN TO TRUE
             END-IF.
             OPEN INPUT SEGFILE.
             IF FS6 = ZERO
                 SET SEG-OPEN TO TRUE
             END-IF.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM HDR-LINE-1.
             WRITE RPT-LINE FROM STAR-LINE.
             IF STOPS-OPEN
                 CLOSE STOPFILE
             END-IF.
             IF SEG-OPEN
                 CLOSE SEGFILE
             END-IF.
             STOP RUN.
         END PROGRAM CONNECT.
