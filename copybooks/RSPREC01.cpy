000100*----------------------------------------------------------------
000200* RSPREC01 - SHARED LINKAGE LAYOUT FOR THE SIMARSC RUN-STATE
000300* SERVICE.  COPY THIS INTO THE LINKAGE SECTION OF SIMARSC ITSELF
000400* AND INTO THE WORKING-STORAGE OF ANY CHAIN STEP THAT CALLS IT.
000500*
000600* RQ-BEGIN   - CALLED BEFORE THE STEP OPENS ANY OUTPUT.  CHECKS
000700*              THE STEP'S PREREQUISITES FOR THE BUSINESS DATE
000800*              AND, IF THEY ARE MET, RECORDS THE STEP AS
000900*              RUNNING.  RQ-RESULT COMES BACK PROCEED, SKIP (THE
001000*              STEP ALREADY ENDED CLEANLY FOR THE DATE) OR
001100*              REFUSED, WITH THE REASON IN RQ-MESSAGE.
001200* RQ-QUERY   - THE SAME CHECKS, BUT NOTHING IS RECORDED.
001300* RQ-END     - RECORDS THE STEP AS ENDED WITH RQ-STEP-RC.
001400*
001500* A ZERO RQ-BUSINESS-DATE MEANS THE NIGHT IN PROGRESS; THE DATE
001600* USED IS RETURNED IN RQ-BUSINESS-DATE.
001700*----------------------------------------------------------------
001800 01  RUN-STATE-REQUEST.
001900     05  RQ-FUNCTION             PIC X(01).
002000         88  RQ-BEGIN                    VALUE 'B'.
002100         88  RQ-END                      VALUE 'E'.
002200         88  RQ-QUERY                    VALUE 'Q'.
002300     05  RQ-STEP-NAME            PIC X(08).
002400     05  RQ-STREAM               PIC 9(02).
002500     05  RQ-BUSINESS-DATE        PIC 9(08).
002600     05  RQ-STREAM-COUNT         PIC 9(02).
002700     05  RQ-STEP-RC              PIC 9(02).
002800     05  RQ-RESULT               PIC X(01).
002900         88  RQ-PROCEED                  VALUE 'P'.
003000         88  RQ-SKIP                     VALUE 'S'.
003100         88  RQ-REFUSED                  VALUE 'R'.
003200     05  RQ-MESSAGE              PIC X(60).
