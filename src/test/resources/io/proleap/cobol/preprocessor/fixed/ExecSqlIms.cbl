000100     SELECT OPTIONAL DELTACKP-FILE ASSIGN TO 'DELTACKP'           12345678
000100         ORGANIZATION IS LINE SEQUENTIAL                          12345678
000100         FILE STATUS IS FC-DELTACKP-STATUS.                       12345678
000100     SELECT PARTPLAN-FILE ASSIGN TO 'PARTPLAN'                    12345678
000100         ORGANIZATION IS LINE SEQUENTIAL                          12345678
000100         FILE STATUS IS FC-PARTPLAN-STATUS.                       12345678
000100                                                                  12345678
000100 Data Division.                                                   12345678
000100 File Section.                                                    12345678
000100     05 FILLER                   PIC X(01).                       12345678
000100     05 DC-BASE-COUNT            PIC 9(07).                       12345678
000100     05 FILLER                   PIC X(58).                       12345678
000100 FD  PARTPLAN-FILE                                                12345678
000100     RECORD CONTAINS 80 CHARACTERS.                               12345678
000100 01  PARTPLAN-RECORD.                                             12345678
000100     05 PP-RECORD-TYPE           PIC X(01).                       12345678
000100        88 PP-HEADER-RECORD      VALUE 'H'.                       12345678
000100        88 PP-PARTITION-RECORD   VALUE 'P'.                       12345678
000100     05 PP-PARTITION             PIC X(02).                       12345678
000100     05 FILLER                   PIC X(01).                       12345678
000100     05 PP-KEY-LOW               PIC 9(10).                       12345678
000100     05 FILLER                   PIC X(01).                       12345678
000100     05 PP-KEY-HIGH              PIC 9(10).                       12345678
000100     05 FILLER                   PIC X(55).                       12345678
000100 Working-Storage Section.                                         12345678
000100                                                                  12345678
000100 01 SOMECOL1                    PIC 9(10).                        12345678
000100 01 WS-COLUMN-HASH               PIC 9(13) VALUE ZERO.            12345678
000100 01 FC-EXTRACT-STATUS            PIC X(02).                       12345678
000100 01 FC-DELTACKP-STATUS           PIC X(02).                       12345678
000100 01 FC-PARTPLAN-STATUS           PIC X(02).                       12345678
000100 01 WS-PLAN-EOF-SW               PIC X(01) VALUE 'N'.             12345678
000100    88 WS-PLAN-EOF               VALUE 'Y'.                       12345678
000100 01 WS-PLAN-FOUND-SW             PIC X(01) VALUE 'N'.             12345678
000100    88 WS-PLAN-FOUND             VALUE 'Y'.                       12345678
000100                                                                  12345678
000100 01 WS-DELTA-MODE-SW             PIC X(01) VALUE 'N'.             12345678
000100    88 WS-DELTA-MODE             VALUE 'Y'.                       12345678
000100    05 WS-TR-BASE-COUNT          PIC 9(07).                       12345678
000100    05 FILLER                    PIC X(07) VALUE ' DELTA='.       12345678
000100    05 WS-TR-DELTA-COUNT         PIC 9(07).                       12345678
000100    05 WS-TR-PART-TAG            PIC X(06) VALUE SPACE.           12345678
000100    05 WS-TR-PARTITION           PIC X(02) VALUE SPACE.           12345678
000100    05 FILLER                    PIC X(10) VALUE SPACE.           12345678
000100 01 WS-COMMIT-INTERVAL           PIC 9(03) VALUE 100.             12345678
000100                                                                  12345678
000100 01 WS-PARM-DATA.                                                 12345678
000100    05 WS-PARM-DATE-LOW          PIC X(08).                       12345678
000100    05 WS-PARM-DATE-HIGH         PIC X(08).                       12345678
000100    05 WS-PARM-MODE              PIC X(01).                       12345678
000100    05 WS-PARM-PARTITION         PIC X(02).                       12345678
000100                                                                  12345678
000100 01 WS-DLI-FUNCTIONS.                                             12345678
000100    05 WS-XRST-FUNC              PIC X(04) VALUE 'XRST'.          12345678
000100                                                                  12345678
000100  ACCEPT WS-PARM-DATA FROM SYSIN.                                 12345678
000100                                                                  12345678
000100  IF WS-PARM-PARTITION NOT = SPACES                               12345678
000100      PERFORM READ-PARTITION-PLAN                                 12345678
000100  END-IF.                                                         12345678
000100                                                                  12345678
000100  ACCEPT WS-RUN-TS-DATE FROM DATE YYYYMMDD.                       12345678
000100  ACCEPT WS-RUN-TS-TIME FROM TIME.                                12345678
000100                                                                  12345678
000100      MOVE WS-ROW-COUNT   TO WS-NEW-BASE-COUNT                    12345678
000100  END-IF.                                                         12345678
000100  MOVE WS-COLUMN-HASH  TO WS-TR-COLUMN-HASH.                      12345678
000100  IF WS-PARM-PARTITION NOT = SPACES                               12345678
000100      MOVE ' PART='          TO WS-TR-PART-TAG                    12345678
000100      MOVE WS-PARM-PARTITION TO WS-TR-PARTITION                   12345678
000100  END-IF.                                                         12345678
000100  WRITE EXTRACT-LINE FROM WS-EXTRACT-TRAILER.                     12345678
000100  CLOSE EXTRACT-OUT.                                              12345678
000100  IF WS-ROWS-WRITTEN NOT = WS-ROW-COUNT                           12345678
000100              FC-DELTACKP-STATUS                                  12345678
000100  END-IF.                                                         12345678
000100  CLOSE DELTACKP-FILE.                                            12345678
000100                                                                  12345678
000100 READ-PARTITION-PLAN.                                             12345678
000100                                                                  12345678
000100  OPEN INPUT PARTPLAN-FILE.                                       12345678
000100  IF FC-PARTPLAN-STATUS NOT = '00'                                12345678
000100      DISPLAY 'EXECSQLIMS: UNABLE TO OPEN PARTPLAN, STATUS='      12345678
000100              FC-PARTPLAN-STATUS                                  12345678
000100      MOVE 16 TO RETURN-CODE                                      12345678
000100      STOP RUN                                                    12345678
000100  END-IF.                                                         12345678
000100  PERFORM READ-PLAN-ENTRY                                         12345678
000100      UNTIL WS-PLAN-EOF OR WS-PLAN-FOUND.                         12345678
000100  CLOSE PARTPLAN-FILE.                                            12345678
000100  IF NOT WS-PLAN-FOUND                                            12345678
000100      DISPLAY 'EXECSQLIMS: PARTITION ' WS-PARM-PARTITION          12345678
000100              ' NOT ON PARTPLAN'                                  12345678
000100      MOVE 16 TO RETURN-CODE                                      12345678
000100      STOP RUN                                                    12345678
000100  END-IF.                                                         12345678
000100  DISPLAY 'EXECSQLIMS: PARTITION ' WS-PARM-PARTITION              12345678
000100          ' KEY-LOW=' WS-PARM-KEY-LOW                             12345678
000100          ' KEY-HIGH=' WS-PARM-KEY-HIGH.                          12345678
000100                                                                  12345678
000100 READ-PLAN-ENTRY.                                                 12345678
000100                                                                  12345678
000100  READ PARTPLAN-FILE                                              12345678
000100      AT END                                                      12345678
000100          MOVE 'Y' TO WS-PLAN-EOF-SW                              12345678
000100      NOT AT END                                                  12345678
000100          IF PP-PARTITION-RECORD                                  12345678
000100              AND PP-PARTITION = WS-PARM-PARTITION                12345678
000100              MOVE 'Y'         TO WS-PLAN-FOUND-SW                12345678
000100              MOVE PP-KEY-LOW  TO WS-PARM-KEY-LOW                 12345678
000100              MOVE PP-KEY-HIGH TO WS-PARM-KEY-HIGH                12345678
000100          END-IF                                                  12345678
000100  END-READ.                                                       12345678
