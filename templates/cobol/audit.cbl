000240*                      FALLS BACK TO THE CLASSIC SEQUENTIAL
000250*                      SCAN OF AUDITDD WHEN THE MASTER WILL
000260*                      NOT OPEN.
000261*   10/15/2026  DH    EVENT-YEAR QUALIFIER.  THE PARM NOW CARRIES
000262*                      THE WHOLE AUDIT ROW AND CHECK ONLY COUNTS A
000263*                      COMPLETE ROW OF THE CALLER'S OWN EVENT
000264*                      YEAR.  THE MASTER KEEPS ITS 93-BYTE LAYOUT,
000265*                      SO A COMPLETE ROW FOUND THERE IS CONFIRMED
000266*                      ON THE FLAT TRAIL, WHICH CARRIES THE YEAR
000267*                      (NOT FOUR DIGITS = 2020).  WRITE ONLY
000268*                      CREATES A MASTER THAT IS NOT THERE (35).
000270*-----------------------------------------------------------------
000280*
000290 ENVIRONMENT DIVISION.
000550     05  WS-SCAN-EOF-SW              PIC X(01) VALUE "N".
000560         88  WS-SCAN-EOF             VALUE "Y".
000570     05  WS-KEYED-EOF-SW             PIC X(01) VALUE "N".
000571         88  WS-KEYED-EOF            VALUE "Y".
000572     05  WS-MASTER-HIT-SW            PIC X(01) VALUE "N".
000573         88  WS-MASTER-HIT           VALUE "Y".
000574     05  WS-TRAIL-READ-SW            PIC X(01) VALUE "N".
000575         88  WS-TRAIL-READ           VALUE "Y".
000581*
000582* THE CALLER'S EVENT YEAR AND THE YEAR OF THE ROW UNDER TEST,
000583* BOTH WITH A MISSING YEAR READ AS 2020.
000584 01  WS-EVENT-YEARS.
000585     05  WS-WANTED-YEAR              PIC X(04) VALUE "2020".
000586     05  WS-ROW-YEAR                 PIC X(04) VALUE "2020".
000590*
000600     COPY CPAUDIT REPLACING ==AUDIT-RECORD==
000610         BY ==WS-AUDIT-RECORD==.
000690* CALLED MANY TIMES A NIGHT -- CLEAR THE LAST CALL'S STATE.
000700     MOVE "N" TO WS-SCAN-EOF-SW.
000710     MOVE "N" TO WS-KEYED-EOF-SW.
000713     MOVE "N" TO WS-MASTER-HIT-SW.
000716     MOVE "N" TO WS-TRAIL-READ-SW.
000720     MOVE "N" TO AUP-FOUND-SW.
000730     MOVE AUP-AUDIT-ROW TO WS-AUDIT-RECORD.
000731     MOVE "2020" TO WS-WANTED-YEAR.
000732     IF AUD-EVENT-YEAR OF WS-AUDIT-RECORD NUMERIC
000733         MOVE AUD-EVENT-YEAR OF WS-AUDIT-RECORD TO WS-WANTED-YEAR
000734     END-IF.
000740     EVALUATE TRUE
000750         WHEN AUP-FUNCTION-CHECK
000760             PERFORM 2000-CHECK-PRIOR-RUN THRU
000870* ---------------------------------------------------------------
000880* 2000 -- DUPLICATE-RUN LOOKUP.  A KEYED START ON THE CALLER'S
000890* PROGRAM AND DATE, THEN READ NEXT WHILE THE PROGRAM AND DATE
000895* STILL MATCH, LOOKING FOR A COMPLETE ROW.  THE MASTER CARRIES
000900* NO EVENT YEAR, SO A COMPLETE ROW THERE (THE RARE CASE -- A
000905* RERUN, OR ANOTHER EVENT'S STREAM ON THE SAME NIGHT) IS
000910* CONFIRMED BY THE SEQUENTIAL SCAN OF THE FLAT TRAIL, WHICH
000915* MATCHES THE YEAR; WITHOUT A TRAIL THE MASTER'S WORD STANDS.
000920* WHEN THE MASTER WILL NOT OPEN THE CLASSIC SEQUENTIAL SCAN OF
000925* THE FLAT TRAIL ANSWERS ON ITS OWN.
000930* ---------------------------------------------------------------
000940 2000-CHECK-PRIOR-RUN.
000950     OPEN INPUT AUDIT-MASTER-FILE.
001060     END-START.
001070     PERFORM 2100-READ-NEXT-MASTER THRU
001080         2100-READ-NEXT-MASTER-EXIT
001084         UNTIL WS-KEYED-EOF.
001088     CLOSE AUDIT-MASTER-FILE.
001092     IF WS-MASTER-HIT
001096         PERFORM 2500-SCAN-FLAT-TRAIL THRU
001100             2500-SCAN-FLAT-TRAIL-EXIT
001104         IF NOT WS-TRAIL-READ
001108             MOVE "Y" TO AUP-FOUND-SW
001112         END-IF
001116     END-IF.
001120 2000-CHECK-PRIOR-RUN-EXIT.
001130     EXIT.
001140*
001260         MOVE "Y" TO WS-KEYED-EOF-SW
001270         GO TO 2100-READ-NEXT-MASTER-EXIT
001280     END-IF.
001288     IF AUDM-COMPLETION-STATUS = "COMPLETE"
001296         MOVE "Y" TO WS-MASTER-HIT-SW
001304         MOVE "Y" TO WS-KEYED-EOF-SW
001312     END-IF.
001320 2100-READ-NEXT-MASTER-EXIT.
001330     EXIT.
001340*
001390     IF WS-AUDIT-STATUS NOT = "00"
001400         GO TO 2500-SCAN-FLAT-TRAIL-EXIT
001410     END-IF.
001415     MOVE "Y" TO WS-TRAIL-READ-SW.
001420     PERFORM 2510-SCAN-ONE-ROW THRU 2510-SCAN-ONE-ROW-EXIT
001430         UNTIL WS-SCAN-EOF.
001440     CLOSE AUDIT-FILE.
001490     READ AUDIT-FILE
001500         AT END MOVE "Y" TO WS-SCAN-EOF-SW
001510         NOT AT END
001511             MOVE "2020" TO WS-ROW-YEAR
001512             IF AUD-EVENT-YEAR OF AUDIT-RECORD NUMERIC
001513                 MOVE AUD-EVENT-YEAR OF AUDIT-RECORD
001514                     TO WS-ROW-YEAR
001515             END-IF
001520             IF AUD-PROGRAM-ID OF AUDIT-RECORD =
001530                     AUD-PROGRAM-ID OF WS-AUDIT-RECORD
001540                 AND AUD-RUN-DATE OF AUDIT-RECORD =
001550                     AUD-RUN-DATE OF WS-AUDIT-RECORD
001560                 AND AUD-COMPLETION-STATUS OF AUDIT-RECORD =
001570                     "COMPLETE"
001571                 AND WS-ROW-YEAR = WS-WANTED-YEAR
001580                 MOVE "Y" TO AUP-FOUND-SW
001590             END-IF
001600     END-READ.
001670* ON AN EXISTING KEY (A RERUN IN THE SAME SECOND) REWRITES IT.
001680* A MASTER PROBLEM IS A NOTICE, NEVER A REASON TO DISTURB THE
001690* CALLER -- THE FLAT TRAIL IS ALREADY WRITTEN AND THE CHECK
001695* FUNCTION FALLS BACK TO IT.  ONLY A MASTER THAT IS NOT THERE
001700* (STATUS 35) IS CREATED; ANY OTHER OPEN FAILURE LEAVES THE
001705* MASTER AS IT IS RATHER THAN EMPTY IT.
001710* ---------------------------------------------------------------
001720 3000-POST-MASTER-ROW.
001730     OPEN I-O AUDIT-MASTER-FILE.
001740     IF WS-MASTER-STATUS = "35"
001750         OPEN OUTPUT AUDIT-MASTER-FILE
001760     END-IF.
001770     IF WS-MASTER-STATUS NOT = "00"
