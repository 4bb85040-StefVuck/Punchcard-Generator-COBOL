000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SIMARCK.
000030 AUTHOR.         STEFVUCK.
000040 INSTALLATION.   DATA PROCESSING CENTER.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----- ----------------------------------------------
000120* 2026-10-15  SV   INITIAL VERSION - RUN-STATE FRONT CHECK.  RUN
000130*                  AS THE FIRST STEP OF A CHAIN JOB, AHEAD OF ANY
000140*                  STEP THAT DELETES OR REDEFINES DATASETS, IT
000150*                  ASKS SIMARSC WHETHER THE NAMED CHAIN STEP MAY
000160*                  RUN FOR THE BUSINESS DATE, RECORDING NOTHING.
000170*                  RC 0 - RUN THE JOB; RC 4 - THE STEP ALREADY
000180*                  ENDED CLEANLY, SKIP IT; RC 16 - A PREREQUISITE
000190*                  HAS NOT ENDED CLEANLY, DO NOT RUN.  PARM IS THE
000200*                  STEP NAME AND STREAM ('SIMADRV 02'), OPTIONALLY
000210*                  FOLLOWED BY THE BUSINESS DATE (YYYYMMDD).
000212* 2026-10-15  SV   SIMASIG IS NOW THE STEP THAT STARTS THE NIGHT -
000214*                  WITH NO DATE IT TOO CHECKS TODAY.
000220*----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240
000250 DATA DIVISION.
000260 WORKING-STORAGE SECTION.
000270 01  WS-PARM-STEP            PIC X(08)   VALUE SPACES.
000280 01  WS-PARM-STREAM          PIC X(02)   VALUE SPACES.
000290 01  WS-PARM-DATE            PIC X(08)   VALUE SPACES.
000300 01  WS-TODAY                PIC 9(08)   VALUE ZERO.
000310     COPY RSPREC01.
000320
000330 LINKAGE SECTION.
000340 01  PARM-INFO.
000350     05  PARM-LENGTH         PIC S9(4) COMP.
000360     05  PARM-DATA           PIC X(80).
000370
000380 PROCEDURE DIVISION USING PARM-INFO.
000390 0000-MAINLINE.
000400     PERFORM 1000-CHECK-PARM
000410     MOVE 'Q' TO RQ-FUNCTION
000420     CALL 'SIMARSC' USING RUN-STATE-REQUEST
000430     EVALUATE TRUE
000440         WHEN RQ-PROCEED
000450             DISPLAY 'SIMARCK - ' RQ-STEP-NAME '/' RQ-STREAM
000460                     ' MAY RUN FOR ' RQ-BUSINESS-DATE
000470             MOVE ZERO TO RETURN-CODE
000480         WHEN RQ-SKIP
000490             DISPLAY 'SIMARCK - ' RQ-MESSAGE
000500             DISPLAY 'SIMARCK - STEP SKIPPED'
000510             MOVE 4 TO RETURN-CODE
000520         WHEN OTHER
000530             DISPLAY 'SIMARCK - ' RQ-MESSAGE
000540             DISPLAY 'SIMARCK - ' RQ-STEP-NAME '/' RQ-STREAM
000550                     ' NOT RUN'
000560             MOVE 16 TO RETURN-CODE
000570     END-EVALUATE
000580     GOBACK.
000590
000600 1000-CHECK-PARM.
000610*----------------------------------------------------------------
000620* THE STEP NAME AND TWO-DIGIT STREAM ARE REQUIRED.  WITH NO DATE,
000630* A STEP THAT TAKES TODAY'S DATE (SIMASIG, SIMASPL, OR SIMADRV
000640* STREAM 00) CHECKS TODAY, AS THE STEP ITSELF WILL; ANY OTHER
000650* STEP CHECKS THE NIGHT IN PROGRESS.
000660*----------------------------------------------------------------
000670     IF PARM-LENGTH < 10
000680         DISPLAY 'SIMARCK - PARM MUST CARRY STEP NAME AND STREAM'
000690         GO TO 9800-CONTROL-ABEND
000700     END-IF
000710     UNSTRING PARM-DATA(1:PARM-LENGTH) DELIMITED BY ALL SPACE
000720         INTO WS-PARM-STEP
000730              WS-PARM-STREAM
000740              WS-PARM-DATE
000750     END-UNSTRING
000760     IF WS-PARM-STEP = SPACES
000770        OR WS-PARM-STREAM NOT NUMERIC
000780         DISPLAY 'SIMARCK - PARM MUST CARRY STEP NAME AND STREAM'
000790         GO TO 9800-CONTROL-ABEND
000800     END-IF
000810     MOVE SPACES         TO RUN-STATE-REQUEST
000820     MOVE WS-PARM-STEP   TO RQ-STEP-NAME
000830     MOVE WS-PARM-STREAM TO RQ-STREAM
000840     MOVE ZERO           TO RQ-BUSINESS-DATE
000850                            RQ-STREAM-COUNT
000860                            RQ-STEP-RC
000870     EVALUATE TRUE
000880         WHEN WS-PARM-DATE = SPACES
000885             IF RQ-STEP-NAME = 'SIMASIG'
000890                OR RQ-STEP-NAME = 'SIMASPL'
000900                OR (RQ-STEP-NAME = 'SIMADRV' AND RQ-STREAM = ZERO)
000910                 ACCEPT WS-TODAY FROM DATE YYYYMMDD
000920                 MOVE WS-TODAY TO RQ-BUSINESS-DATE
000930             END-IF
000940         WHEN WS-PARM-DATE NUMERIC
000950             MOVE WS-PARM-DATE TO RQ-BUSINESS-DATE
000960         WHEN OTHER
000970             DISPLAY 'SIMARCK - BUSINESS DATE ' WS-PARM-DATE
000980                     ' IS NOT NUMERIC (YYYYMMDD)'
000990             GO TO 9800-CONTROL-ABEND
001000     END-EVALUATE.
001010
001020 9800-CONTROL-ABEND.
001030*----------------------------------------------------------------
001040* REACHED WHEN THE PARM IS MISSING OR BAD.  END WITH RETURN CODE
001050* 16 SO THE STEPS BEHIND THIS CHECK DO NOT RUN.
001060*----------------------------------------------------------------
001070     DISPLAY 'SIMARCK - TERMINATING DUE TO CONTROL FAILURE'
001080     MOVE 16 TO RETURN-CODE
001090     STOP RUN.
