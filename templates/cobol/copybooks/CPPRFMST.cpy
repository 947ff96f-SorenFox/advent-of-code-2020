000010*-----------------------------------------------------------------
000020* CPPRFMST.
000030* KEYED INPUT-PROFILE MASTER RECORD.  AOC-2020-PROFILE READS A
000040* DAY'S INPUTDD (CPINPUT LAYOUT) AHEAD OF THE DAY PROGRAM AND
000050* KEEPS ONE ROW PER DAY PROGRAM AND RUN DATE IN THE INDEXED
000060* PROFILE MASTER (PRFMSTDD) DESCRIBING THE SHAPE OF THAT
000070* NIGHT'S FILE: LINE LENGTHS, THE CHARACTER CLASSES SEEN IN EACH
000080* TEN-COLUMN BAND, THE "H" SECTIONS BY HDR-SECTION-NAME AND THE
000090* BLANK-LINE RATIO.  TONIGHT'S ROW IS COMPARED WITH THE LATEST
000100* ACCEPTED ROW FOR THE SAME PROGRAM FROM AN EARLIER NIGHT.
000110*
000116*   RECORD KEY  PRF-KEY  PROGRAM MNEMONIC ("AOC2DNN "), EVENT
000122*                        YEAR (YYYY, SEE CPRUNDT) AND RUN DATE.
000128*                        EACH EVENT'S DAY IS PROFILED AGAINST
000134*                        ITS OWN BASELINE.  A RERUN THE SAME
000140*                        NIGHT REWRITES THE NIGHT'S ROW.
000150*
000160*   PRF-PROFILE-STATUS = "ACCEPTED"  NO DRIFT, WARN-LEVEL DRIFT
000170*                                    ONLY, THE FIRST PROFILE
000180*                                    TAKEN FOR THE PROGRAM, OR A
000190*                                    NIGHT OPERATIONS ACCEPTED
000200*                                    ON THE TOLERANCE FILE (SEE
000210*                                    CPPRFTOL).  LATER NIGHTS
000220*                                    COMPARE AGAINST IT.
000230*   PRF-PROFILE-STATUS = "DRIFT   "  CRIT-LEVEL DRIFT.  THE ROW
000240*                                    IS KEPT FOR THE RECORD BUT
000250*                                    IS NOT A BASELINE UNTIL
000260*                                    OPERATIONS ACCEPTS IT.
000270*
000280* PRF-BAND-CLASSES HOLDS THREE POSITIONS PER BAND (COLUMNS 1-10,
000290* 11-20, ... 291-300): "D" WHEN A DIGIT WAS SEEN, "A" A LETTER,
000300* "S" ANY OTHER NON-SPACE CHARACTER, SPACE WHEN THE CLASS WAS
000310* NEVER SEEN IN THAT BAND.  LINE LENGTHS ARE NET OF TRAILING
000320* SPACES AND LEAVE BLANK LINES OUT; THE TRANSMITTAL TRAILER
000330* (THE "T" VIEW IN CPINPUT) IS CONTROL INFORMATION AND IS NOT
000340* PROFILED.  SECTIONS PAST THE TENTH DISTINCT NAME ARE COUNTED
000350* TOGETHER IN PRF-SECTION-OVERFLOW.
000360*-----------------------------------------------------------------
000370 01  PROFILE-RECORD.
000380     05  PRF-KEY.
000390         10  PRF-PROGRAM-ID          PIC X(08).
000395         10  PRF-EVENT-YEAR          PIC X(04).
000400         10  PRF-RUN-DATE            PIC X(08).
000410     05  PRF-RUN-TIME                PIC X(08).
000420     05  PRF-PROFILE-STATUS          PIC X(08).
000430     05  PRF-WORST-SEVERITY          PIC X(04).
000440     05  PRF-BASELINE-DATE           PIC X(08).
000450     05  PRF-LINE-COUNT              PIC 9(09).
000460     05  PRF-BLANK-COUNT             PIC 9(09).
000470     05  PRF-BLANK-PCT               PIC 9(03).
000480     05  PRF-MIN-LENGTH              PIC 9(03).
000490     05  PRF-MAX-LENGTH              PIC 9(03).
000500     05  PRF-AVG-LENGTH              PIC 9(03).
000510     05  PRF-BAND-TABLE.
000520         10  PRF-BAND-CLASSES        PIC X(03) OCCURS 30 TIMES.
000530     05  PRF-SECTION-USED            PIC 9(02).
000540     05  PRF-SECTION-OVERFLOW        PIC 9(05).
000550     05  PRF-SECTION-TABLE.
000560         10  PRF-SECTION-ENTRY OCCURS 10 TIMES.
000570             15  PRF-SECTION-NAME    PIC X(20).
000580             15  PRF-SECTION-COUNT   PIC 9(05).
