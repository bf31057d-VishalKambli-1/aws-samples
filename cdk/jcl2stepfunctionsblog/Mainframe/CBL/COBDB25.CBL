000180*TO THE PERMANENT RUN-HISTORY DATASET      *                      00018001
000190*(HISTOUT, ALLOCATE DISP=MOD) FOR THE      *                      00019001
000200*COBDB35 MONTHLY OPERATIONS TREND REPORT   *                      00020001
000210*CHECKS THE NIGHTLY CYCLE DATASET (CYCLE)  *                      00021001
000220*AT STARTUP : ENDS WITH RETURN CODE 12     *                      00022001
000230*WHEN A STEP AHEAD OF IT HAS NOT ENDED     *                      00023001
000240*CLEAN IN THIS CYCLE OR A LATER STEP HAS   *                      00024001
000250*STARTED.  RECORDS ITS START, END AND      *                      00025001
000260*RETURN CODE THERE (CYCLEREC)              *                      00026001
000270*FUNCTION 'P' OPENS EACH NIGHT'S CYCLE.    *                      00027001
000280*IT WILL NOT OPEN A NEW ONE OVER A CYCLE   *                      00028001
000290*STILL RUNNING OR ALREADY COMPLETE FOR     *                      00029001
000300*TODAY UNLESS PARMIN COL 3 IS 'F' (FORCE)  *                      00030001
000310********************************************                      00031001
000320 ENVIRONMENT DIVISION.                                            00032001
000330 INPUT-OUTPUT SECTION.                                            00033001
000340 FILE-CONTROL.                                                    00034001
000350     SELECT PARM-FILE   ASSIGN TO PARMIN.                         00035001
000360     SELECT SUMS-FILE   ASSIGN TO SUMSNAP.                        00036001
000370     SELECT TOTALS-FILE ASSIGN TO TOTIN.                          00037001
000380     SELECT RTRANS-FILE ASSIGN TO TRANSIN.                        00038001
000390     SELECT PENDF-FILE  ASSIGN TO PENDIN.                         00039001
000400     SELECT RPT-FILE    ASSIGN TO RPTOUT.                         00040001
000410     SELECT HIST-FILE   ASSIGN TO HISTOUT.                        00041001
000420     SELECT CYCLE-FILE  ASSIGN TO CYCLE.                          00042001
000430 DATA DIVISION.                                                   00043001
000440 FILE SECTION.                                                    00044001
000450 FD  PARM-FILE                                                    00045001
000460     RECORDING MODE F                                             00046001
000470     LABEL RECORDS ARE STANDARD.                                  00047001
000480 01  PARM-RECORD.                                                 00048001
000490     05  PARM-FUNC               PIC X(1).                        00049001
000500     05  FILLER                  PIC X(1).                        00050001
000510     05  PARM-CYCLE-FORCE        PIC X(1).                        00051001
000520     05  FILLER                  PIC X(77).                       00052001
000530*****************************************************             00053001
000540* PRE-RUN SNAPSHOT OF THE EMP TABLE SUMS, WRITTEN    *            00054001
000550* BY FUNCTION 'P' AND READ BACK BY FUNCTION 'R'      *            00055001
000560*****************************************************             00056001
000570 FD  SUMS-FILE                                                    00057001
000580     RECORDING MODE F                                             00058001
000590     LABEL RECORDS ARE STANDARD.                                  00059001
000600 01  SUMS-RECORD.                                                 00060001
000610     05  SNP-DATE                PIC X(10).                       00061001
000620     05  SNP-EMP-COUNT           PIC 9(7).                        00062001
000630     05  SNP-SUM-SALARY          PIC S9(11)V99.                   00063001
000640     05  SNP-SUM-BONUS           PIC S9(11)V99.                   00064001
000650     05  SNP-SUM-COMM            PIC S9(11)V99.                   00065001
000660     05  FILLER                  PIC X(24).                       00066001
000670 FD  TOTALS-FILE                                                  00067001
000680     RECORDING MODE F                                             00068001
000690     LABEL RECORDS ARE STANDARD.                                  00069001
000700     COPY RUNTOT.                                                 00070001
000710 FD  RTRANS-FILE                                                  00071001
000720     RECORDING MODE F                                             00072001
000730     LABEL RECORDS ARE STANDARD.                                  00073001
000740 01  RTRANS-RECORD               PIC X(160).                      00074001
000750 FD  PENDF-FILE                                                   00075001
000760     RECORDING MODE F                                             00076001
000770     LABEL RECORDS ARE STANDARD.                                  00077001
000780 01  PENDF-RECORD                PIC X(160).                      00078001
000790 FD  RPT-FILE                                                     00079001
000800     RECORDING MODE F                                             00080001
000810     LABEL RECORDS ARE STANDARD.                                  00081001
000820 01  RPT-RECORD                  PIC X(132).                      00082001
000830*****************************************************             00083001
000840* PERMANENT RUN-HISTORY DATASET, ONE RECORD PER     *             00084001
000850* POSTING RUN, APPENDED ON EVERY 'R' FUNCTION       *             00085001
000860*****************************************************             00086001
000870 FD  HIST-FILE                                                    00087001
000880     RECORDING MODE F                                             00088001
000890     LABEL RECORDS ARE STANDARD.                                  00089001
000900     COPY RUNHIST.                                                00090001
000910*****************************************************             00091001
000920* NIGHTLY CYCLE CONTROL DATASET, CYCLEREC LAYOUT,   *             00092001
000930* READ AND REWRITTEN WHOLE AT START AND END OF STEP *             00093001
000940*****************************************************             00094001
000950 FD  CYCLE-FILE                                                   00095001
000960     RECORDING MODE F                                             00096001
000970     LABEL RECORDS ARE STANDARD.                                  00097001
000980 01  CYCLE-FILE-RECORD           PIC X(80).                       00098001
000990 WORKING-STORAGE SECTION.                                         00099001
001000*****************************************************             00100001
001010* WORKAREAS                                         *             00101001
001020*****************************************************             00102001
001030 77  INPUT-SWITCH        PIC X          VALUE  'Y'.               00103001
001040         88  NOMORE-INPUT               VALUE  'N'.               00104001
001050 77  WS-PEND-SWITCH      PIC X          VALUE  'Y'.               00105001
001060         88  NOMORE-PENDING             VALUE  'N'.               00106001
001070 77  WS-SQL-ERROR-SW     PIC X          VALUE  'N'.               00107001
001080         88  SQL-ERROR-OCCURRED         VALUE  'Y'.               00108001
001090 77  WS-OUT-OF-BAL-SW    PIC X          VALUE  'N'.               00109001
001100         88  WS-OUT-OF-BALANCE          VALUE  'Y'.               00110001
001110 77  WS-PARM-FUNC        PIC X          VALUE  SPACE.             00111001
001120*****************************************************             00112001
001130* INPUT RECOUNT AND REHASH OF PENDIN PLUS TRANSIN    *            00113001
001140*****************************************************             00114001
001150 77  WS-INPUT-COUNT      PIC S9(7) COMP VALUE ZERO.               00115001
001160 77  WS-HASH-SALARY      PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00116001
001170 77  WS-HASH-BONUS       PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00117001
001180 77  WS-HASH-COMM        PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00118001
001190*****************************************************             00119001
001200* HOST VARIABLES FOR THE EMP TABLE SUMS              *            00120001
001210*****************************************************             00121001
001220 77  WS-EMP-COUNT        PIC S9(9)  USAGE COMP  VALUE ZERO.       00122001
001230 77  WS-SUM-SALARY       PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00123001
001240 77  WS-SUM-BONUS        PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00124001
001250 77  WS-SUM-COMM         PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00125001
001260 01  WS-SUM-IND.                                                  00126001
001270     05  WS-IND-SUM-SALARY   PIC S9(4) USAGE COMP.                00127001
001280     05  WS-IND-SUM-BONUS    PIC S9(4) USAGE COMP.                00128001
001290     05  WS-IND-SUM-COMM     PIC S9(4) USAGE COMP.                00129001
001300*****************************************************             00130001
001310* PRE-RUN SNAPSHOT VALUES AND BALANCING WORKAREAS    *            00131001
001320*****************************************************             00132001
001330 77  WS-PRE-EMP-COUNT    PIC S9(7) COMP VALUE ZERO.               00133001
001340 77  WS-PRE-SUM-SALARY   PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00134001
001350 77  WS-PRE-SUM-BONUS    PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00135001
001360 77  WS-PRE-SUM-COMM     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00136001
001370*****************************************************             00137001
001380* CONTROL TOTALS SAVED OUT OF THE TOTIN RECORD       *            00138001
001390* BEFORE THE FILE IS CLOSED                          *            00139001
001400*****************************************************             00140001
001410 77  WS-TOT-RUN-DATE     PIC X(10)      VALUE SPACES.             00141001
001420 77  WS-HIST-DATE        PIC X(10)      VALUE SPACES.             00142001
001430 77  WS-HIST-EOF-SW      PIC X          VALUE  'N'.               00143001
001440         88  WS-HIST-EOF                VALUE  'Y'.               00144001
001450 77  WS-HIST-DUP-SW      PIC X          VALUE  'N'.               00145001
001460         88  WS-HIST-DUP                VALUE  'Y'.               00146001
001470 77  WS-TOT-INPUT-COUNT  PIC S9(7) COMP VALUE ZERO.               00147001
001480 77  WS-TOT-ACCEPTED     PIC S9(7) COMP VALUE ZERO.               00148001
001490 77  WS-TOT-REJECTED     PIC S9(7) COMP VALUE ZERO.               00149001
001500 77  WS-TOT-PENDING      PIC S9(7) COMP VALUE ZERO.               00150001
001510 77  WS-TOT-ACC-ADD      PIC S9(7) COMP VALUE ZERO.               00151001
001520 77  WS-TOT-ACC-TRM      PIC S9(7) COMP VALUE ZERO.               00152001
001530 77  WS-TOT-HASH-SALARY  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00153001
001540 77  WS-TOT-HASH-BONUS   PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00154001
001550 77  WS-TOT-HASH-COMM    PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00155001
001560 77  WS-TOT-NET-SALARY   PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00156001
001570 77  WS-TOT-NET-BONUS    PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00157001
001580 77  WS-TOT-NET-COMM     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00158001
001590 77  WS-CMP-FILE         PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00159001
001600 77  WS-CMP-RUN          PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00160001
001610 77  WS-CMP-LABEL        PIC X(26)      VALUE SPACES.             00161001
001620*****************************************************             00162001
001630* SYSTEM DATE WORKAREAS                              *            00163001
001640*****************************************************             00164001
001650 01  WS-RUN-DATE.                                                 00165001
001660     05  WS-RUN-YEAR             PIC 9(4).                        00166001
001670     05  WS-RUN-MONTH            PIC 9(2).                        00167001
001680     05  WS-RUN-DAY              PIC 9(2).                        00168001
001690 01  WS-RUN-DATE-ISO.                                             00169001
001700     05  WS-RDI-YEAR             PIC 9(4).                        00170001
001710     05  FILLER                  PIC X(1)  VALUE '-'.             00171001
001720     05  WS-RDI-MONTH            PIC 9(2).                        00172001
001730     05  FILLER                  PIC X(1)  VALUE '-'.             00173001
001740     05  WS-RDI-DAY              PIC 9(2).                        00174001
001750*****************************************************             00175001
001760* TRANSACTION WORK RECORD FOR THE REHASH             *            00176001
001770*****************************************************             00177001
001780     COPY TRANSREC.                                               00178001
001790*****************************************************             00179001
001800*  PRINT-LINE LAYOUTS FOR RPT-FILE                   *            00180001
001810*****************************************************             00181001
001820 01  WS-PRINT-LINE.                                               00182001
001830     05  WS-PL-HEADING.                                           00183001
001840         10  WS-PLH-BANNER        PIC X(80).                      00184001
001850         10  FILLER               PIC X(52).                      00185001
001860     05  WS-PL-COMPARE REDEFINES WS-PL-HEADING.                   00186001
001870         10  WS-PLC-LABEL         PIC X(26).                      00187001
001880         10  WS-PLC-FILE          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.        00188001
001890         10  FILLER               PIC X(2).                       00189001
001900         10  WS-PLC-RUN           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.        00190001
001910         10  FILLER               PIC X(2).                       00191001
001920         10  WS-PLC-STATUS        PIC X(14).                      00192001
001930         10  FILLER               PIC X(48).                      00193001
001940*****************************************************             00194001
001950* NIGHTLY CYCLE CONTROL.  THIS STEP MAY ONLY START   *            00195001
001960* WHEN EVERY STEP AHEAD OF IT ENDED CLEAN IN THE     *            00196001
001970* CURRENT CYCLE AND NO STEP AFTER IT HAS STARTED     *            00197001
001980*****************************************************             00198001
001990 77  WS-CYC-STEP-ID      PIC X(8)       VALUE  'COBDB25P'.        00199001
002000 77  WS-CYC-RERUN-SW     PIC X          VALUE  'Y'.               00200001
002010         88  WS-CYC-RERUN-OK            VALUE  'Y'.               00201001
002020 77  WS-CYC-EOF-SW       PIC X          VALUE  'N'.               00202001
002030         88  WS-CYC-EOF                 VALUE  'Y'.               00203001
002040 77  WS-CYC-REFUSED-SW   PIC X          VALUE  'N'.               00204001
002050         88  WS-CYC-REFUSED             VALUE  'Y'.               00205001
002060 77  WS-CYC-COUNT        PIC S9(4) COMP VALUE ZERO.               00206001
002070 77  WS-CYC-LIMIT        PIC S9(4) COMP VALUE  20.                00207001
002080 77  WS-CYC-IX           PIC S9(4) COMP VALUE ZERO.               00208001
002090 77  WS-CYC-MY-IX        PIC S9(4) COMP VALUE ZERO.               00209001
002100 77  WS-CYC-DATE         PIC X(10)      VALUE SPACES.             00210001
002110 77  WS-CYC-RC           PIC 9(4)       VALUE ZERO.               00211001
002120 01  WS-CYC-NOW.                                                  00212001
002130     05  WS-CYC-NOW-YEAR         PIC 9(4).                        00213001
002140     05  WS-CYC-NOW-MONTH        PIC 9(2).                        00214001
002150     05  WS-CYC-NOW-DAY          PIC 9(2).                        00215001
002160 01  WS-CYC-NOW-ISO.                                              00216001
002170     05  WS-CNI-YEAR             PIC 9(4).                        00217001
002180     05  FILLER                  PIC X(1)  VALUE '-'.             00218001
002190     05  WS-CNI-MONTH            PIC 9(2).                        00219001
002200     05  FILLER                  PIC X(1)  VALUE '-'.             00220001
002210     05  WS-CNI-DAY              PIC 9(2).                        00221001
002220 01  WS-CYC-TIME.                                                 00222001
002230     05  WS-CYC-HHMMSS           PIC X(6).                        00223001
002240     05  FILLER                  PIC X(2).                        00224001
002250 01  WS-CYCLE-TABLE.                                              00225001
002260     05  WS-CYC-ENTRY  OCCURS 20 TIMES                            00226001
002270                                 PIC X(80).                       00227001
002280     COPY CYCLEREC.                                               00228001
002290*****************************************************             00229001
002300* THE STEPS OF THE NIGHTLY CYCLE IN RUN ORDER, AS    *            00230001
002310* WRITTEN BY FUNCTION 'P' WHEN IT OPENS A CYCLE      *            00231001
002320*****************************************************             00232001
002330 01  WS-CYC-STEP-LIST.                                            00233001
002340     05  FILLER                  PIC X(8)  VALUE 'COBDB25P'.      00234001
002350     05  FILLER                  PIC X(8)  VALUE 'COBDB34'.       00235001
002360     05  FILLER                  PIC X(8)  VALUE 'COBDB22'.       00236001
002370     05  FILLER                  PIC X(8)  VALUE 'COBDB25R'.      00237001
002380     05  FILLER                  PIC X(8)  VALUE 'COBDB30'.       00238001
002390     05  FILLER                  PIC X(8)  VALUE 'COBDB26'.       00239001
002400     05  FILLER                  PIC X(8)  VALUE 'COBDB31'.       00240001
002410 01  WS-CYC-STEPS REDEFINES WS-CYC-STEP-LIST.                     00241001
002420     05  WS-CYC-STEP-NAME  OCCURS 7 TIMES                         00242001
002430                                 PIC X(8).                        00243001
002440 77  WS-CYC-STEP-MAX     PIC S9(4) COMP VALUE  7.                 00244001
002450 77  WS-CYC-OK-COUNT     PIC S9(4) COMP VALUE ZERO.               00245001
002460 77  WS-CYC-BUSY-COUNT   PIC S9(4) COMP VALUE ZERO.               00246001
002470 77  WS-CYC-FORCE-SW     PIC X          VALUE  'N'.               00247001
002480         88  WS-CYC-FORCE               VALUE  'F'.               00248001
002490********************************************                      00249001
002500*  SQL COMMUNICATION AREA                  *                      00250001
002510********************************************                      00251001
002520     EXEC SQL                                                     00252001
002530       INCLUDE SQLCA                                              00253001
002540     END-EXEC.                                                    00254001
002550 PROCEDURE DIVISION.                                              00255001
002560 MAIN-PARA.                                                       00256001
002570     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00257001
002580     MOVE WS-RUN-YEAR  TO WS-RDI-YEAR.                            00258001
002590     MOVE WS-RUN-MONTH TO WS-RDI-MONTH.                           00259001
002600     MOVE WS-RUN-DAY   TO WS-RDI-DAY.                             00260001
002610     PERFORM GET-PARM-PARA.                                       00261001
002620     EVALUATE WS-PARM-FUNC                                        00262001
002630        WHEN 'P'                                                  00263001
002640           PERFORM CYCLE-OPEN-PARA                                00264001
002650           PERFORM SNAPSHOT-PARA                                  00265001
002660        WHEN 'R'                                                  00266001
002670           MOVE 'COBDB25R' TO WS-CYC-STEP-ID                      00267001
002680           PERFORM CYCLE-START-PARA                               00268001
002690           PERFORM RECON-PARA                                     00269001
002700        WHEN OTHER                                                00270001
002710           DISPLAY 'INVALID FUNCTION ON PARMIN : ' WS-PARM-FUNC   00271001
002720           MOVE 8 TO RETURN-CODE                                  00272001
002730     END-EVALUATE                                                 00273001
002740     IF SQL-ERROR-OCCURRED                                        00274001
002750        MOVE 8 TO RETURN-CODE                                     00275001
002760     END-IF                                                       00276001
002770     IF WS-PARM-FUNC = 'P' OR 'R'                                 00277001
002780        PERFORM CYCLE-END-PARA                                    00278001
002790     END-IF                                                       00279001
002800     STOP RUN.                                                    00280001
002810 GET-PARM-PARA.                                                   00281001
002820     OPEN INPUT PARM-FILE                                         00282001
002830     READ PARM-FILE                                               00283001
002840         AT END                                                   00284001
002850           CONTINUE                                               00285001
002860         NOT AT END                                               00286001
002870           MOVE PARM-FUNC        TO WS-PARM-FUNC                  00287001
002880           MOVE PARM-CYCLE-FORCE TO WS-CYC-FORCE-SW               00288001
002890     END-READ                                                     00289001
002900     CLOSE PARM-FILE.                                             00290001
002910 SNAPSHOT-PARA.                                                   00291001
002920     PERFORM GET-EMP-SUMS-PARA                                    00292001
002930     IF NOT SQL-ERROR-OCCURRED                                    00293001
002940        OPEN OUTPUT SUMS-FILE                                     00294001
002950        MOVE SPACES          TO SUMS-RECORD                       00295001
002960        MOVE WS-RUN-DATE-ISO TO SNP-DATE                          00296001
002970        MOVE WS-EMP-COUNT  TO SNP-EMP-COUNT                       00297001
002980        MOVE WS-SUM-SALARY TO SNP-SUM-SALARY                      00298001
002990        MOVE WS-SUM-BONUS  TO SNP-SUM-BONUS                       00299001
003000        MOVE WS-SUM-COMM   TO SNP-SUM-COMM                        00300001
003010        WRITE SUMS-RECORD                                         00301001
003020        CLOSE SUMS-FILE                                           00302001
003030        DISPLAY 'EMP SUMS SNAPSHOT TAKEN, ROWS : ' WS-EMP-COUNT   00303001
003040        MOVE 0 TO RETURN-CODE                                     00304001
003050     END-IF.                                                      00305001
003060 RECON-PARA.                                                      00306001
003070     OPEN OUTPUT RPT-FILE                                         00307001
003080     PERFORM HEADING-PARA                                         00308001
003090     PERFORM READ-SNAPSHOT-PARA                                   00309001
003100     PERFORM READ-TOTALS-PARA                                     00310001
003110     IF NOT WS-OUT-OF-BALANCE                                     00311001
003120        PERFORM COUNT-INPUT-PARA                                  00312001
003130        PERFORM GET-EMP-SUMS-PARA                                 00313001
003140        IF SQL-ERROR-OCCURRED                                     00314001
003150           SET WS-OUT-OF-BALANCE TO TRUE                          00315001
003160        ELSE                                                      00316001
003170           PERFORM BALANCE-PARA                                   00317001
003180        END-IF                                                    00318001
003190     END-IF                                                       00319001
003200     PERFORM TRAILER-PARA                                         00320001
003210     CLOSE RPT-FILE                                               00321001
003220     PERFORM WRITE-HISTORY-PARA                                   00322001
003230     IF WS-OUT-OF-BALANCE                                         00323001
003240        MOVE 8 TO RETURN-CODE                                     00324001
003250     ELSE                                                         00325001
003260        MOVE 0 TO RETURN-CODE                                     00326001
003270     END-IF.                                                      00327001
003280*****************************************************             00328001
003290* THE RUN-HISTORY RECORD CARRIES THE POSTING RUN'S  *             00329001
003300* OWN DATE FROM TOTIN; WHEN TOTIN WAS MISSING THE   *             00330001
003310* RECONCILIATION DATE STANDS IN SO THE NIGHT STILL  *             00331001
003320* APPEARS (AS OUT OF BALANCE) ON THE TREND REPORT.  *             00332001
003330* A RERUN OF THE 'R' STEP MUST NOT DOUBLE THE       *             00333001
003340* NIGHT, SO A DATE ALREADY ON THE HISTORY SKIPS     *             00334001
003350* THE APPEND, THE WAY COBDB30 DROPS A               *             00335001
003360* RECONSOLIDATION DUPLICATE                         *             00336001
003370*****************************************************             00337001
003380 WRITE-HISTORY-PARA.                                              00338001
003390     IF WS-TOT-RUN-DATE = SPACES                                  00339001
003400        MOVE WS-RUN-DATE-ISO TO WS-HIST-DATE                      00340001
003410     ELSE                                                         00341001
003420        MOVE WS-TOT-RUN-DATE TO WS-HIST-DATE                      00342001
003430     END-IF                                                       00343001
003440     PERFORM CHECK-HISTORY-PARA                                   00344001
003450     IF WS-HIST-DUP                                               00345001
003460        DISPLAY 'RUN DATE ALREADY ON HISTORY, APPEND SKIPPED : '  00346001
003470                WS-HIST-DATE                                      00347001
003480     ELSE                                                         00348001
003490        PERFORM APPEND-HISTORY-PARA                               00349001
003500     END-IF.                                                      00350001
003510 CHECK-HISTORY-PARA.                                              00351001
003520     MOVE 'N' TO WS-HIST-EOF-SW                                   00352001
003530     MOVE 'N' TO WS-HIST-DUP-SW                                   00353001
003540     OPEN INPUT HIST-FILE                                         00354001
003550     PERFORM SCAN-HISTORY-PARA                                    00355001
003560             UNTIL WS-HIST-EOF OR WS-HIST-DUP                     00356001
003570     CLOSE HIST-FILE.                                             00357001
003580 SCAN-HISTORY-PARA.                                               00358001
003590     READ HIST-FILE                                               00359001
003600         AT END                                                   00360001
003610           SET WS-HIST-EOF TO TRUE                                00361001
003620         NOT AT END                                               00362001
003630           IF HST-RUN-DATE = WS-HIST-DATE                         00363001
003640              SET WS-HIST-DUP TO TRUE                             00364001
003650           END-IF                                                 00365001
003660     END-READ.                                                    00366001
003670 APPEND-HISTORY-PARA.                                             00367001
003680     OPEN EXTEND HIST-FILE                                        00368001
003690     MOVE SPACES             TO RUN-HIST-RECORD                   00369001
003700     MOVE WS-HIST-DATE       TO HST-RUN-DATE                      00370001
003710     MOVE WS-TOT-INPUT-COUNT TO HST-INPUT-COUNT                   00371001
003720     MOVE WS-TOT-ACCEPTED    TO HST-ACCEPTED                      00372001
003730     MOVE WS-TOT-REJECTED    TO HST-REJECTED                      00373001
003740     MOVE WS-TOT-PENDING     TO HST-PENDING                       00374001
003750     MOVE WS-TOT-ACC-ADD     TO HST-ACC-ADD                       00375001
003760     MOVE WS-TOT-ACC-TRM     TO HST-ACC-TRM                       00376001
003770     MOVE WS-TOT-HASH-SALARY TO HST-HASH-SALARY                   00377001
003780     MOVE WS-TOT-HASH-BONUS  TO HST-HASH-BONUS                    00378001
003790     MOVE WS-TOT-HASH-COMM   TO HST-HASH-COMM                     00379001
003800     MOVE WS-TOT-NET-SALARY  TO HST-NET-SALARY                    00380001
003810     MOVE WS-TOT-NET-BONUS   TO HST-NET-BONUS                     00381001
003820     MOVE WS-TOT-NET-COMM    TO HST-NET-COMM                      00382001
003830     IF WS-OUT-OF-BALANCE                                         00383001
003840        MOVE 'O' TO HST-BALANCE-STATUS                            00384001
003850     ELSE                                                         00385001
003860        MOVE 'B' TO HST-BALANCE-STATUS                            00386001
003870     END-IF                                                       00387001
003880     WRITE RUN-HIST-RECORD                                        00388001
003890     CLOSE HIST-FILE.                                             00389001
003900 READ-SNAPSHOT-PARA.                                              00390001
003910     OPEN INPUT SUMS-FILE                                         00391001
003920     READ SUMS-FILE                                               00392001
003930         AT END                                                   00393001
003940           DISPLAY 'NO PRE-RUN SNAPSHOT ON SUMSNAP'               00394001
003950           SET WS-OUT-OF-BALANCE TO TRUE                          00395001
003960         NOT AT END                                               00396001
003970           MOVE SNP-EMP-COUNT  TO WS-PRE-EMP-COUNT                00397001
003980           MOVE SNP-SUM-SALARY TO WS-PRE-SUM-SALARY               00398001
003990           MOVE SNP-SUM-BONUS  TO WS-PRE-SUM-BONUS                00399001
004000           MOVE SNP-SUM-COMM   TO WS-PRE-SUM-COMM                 00400001
004010     END-READ                                                     00401001
004020     CLOSE SUMS-FILE.                                             00402001
004030 READ-TOTALS-PARA.                                                00403001
004040     OPEN INPUT TOTALS-FILE                                       00404001
004050     READ TOTALS-FILE                                             00405001
004060         AT END                                                   00406001
004070           DISPLAY 'NO CONTROL TOTALS ON TOTIN'                   00407001
004080           SET WS-OUT-OF-BALANCE TO TRUE                          00408001
004090         NOT AT END                                               00409001
004100           MOVE TOT-RUN-DATE    TO WS-TOT-RUN-DATE                00410001
004110           MOVE TOT-INPUT-COUNT TO WS-TOT-INPUT-COUNT             00411001
004120           MOVE TOT-ACCEPTED    TO WS-TOT-ACCEPTED                00412001
004130           MOVE TOT-REJECTED    TO WS-TOT-REJECTED                00413001
004140           MOVE TOT-PENDING     TO WS-TOT-PENDING                 00414001
004150           MOVE TOT-ACC-ADD     TO WS-TOT-ACC-ADD                 00415001
004160           MOVE TOT-ACC-TRM     TO WS-TOT-ACC-TRM                 00416001
004170           MOVE TOT-HASH-SALARY TO WS-TOT-HASH-SALARY             00417001
004180           MOVE TOT-HASH-BONUS  TO WS-TOT-HASH-BONUS              00418001
004190           MOVE TOT-HASH-COMM   TO WS-TOT-HASH-COMM               00419001
004200           MOVE TOT-NET-SALARY  TO WS-TOT-NET-SALARY              00420001
004210           MOVE TOT-NET-BONUS   TO WS-TOT-NET-BONUS               00421001
004220           MOVE TOT-NET-COMM    TO WS-TOT-NET-COMM                00422001
004230     END-READ                                                     00423001
004240     CLOSE TOTALS-FILE.                                           00424001
004250 COUNT-INPUT-PARA.                                                00425001
004260     OPEN INPUT PENDF-FILE                                        00426001
004270     PERFORM READ-PEND-PARA                                       00427001
004280     PERFORM PROCESS-PEND-PARA                                    00428001
004290             UNTIL NOMORE-PENDING                                 00429001
004300     CLOSE PENDF-FILE                                             00430001
004310     OPEN INPUT RTRANS-FILE                                       00431001
004320     PERFORM READ-TRANS-PARA                                      00432001
004330     PERFORM PROCESS-TRANS-PARA                                   00433001
004340             UNTIL NOMORE-INPUT                                   00434001
004350     CLOSE RTRANS-FILE.                                           00435001
004360 READ-PEND-PARA.                                                  00436001
004370     READ PENDF-FILE                                              00437001
004380         AT END                                                   00438001
004390           SET NOMORE-PENDING TO TRUE                             00439001
004400         NOT AT END                                               00440001
004410           ADD 1 TO WS-INPUT-COUNT                                00441001
004420     END-READ.                                                    00442001
004430 PROCESS-PEND-PARA.                                               00443001
004440     MOVE PENDF-RECORD TO TRANS-RECORD                            00444001
004450     PERFORM HASH-INPUT-PARA                                      00445001
004460     PERFORM READ-PEND-PARA.                                      00446001
004470 READ-TRANS-PARA.                                                 00447001
004480     READ RTRANS-FILE                                             00448001
004490         AT END                                                   00449001
004500           SET NOMORE-INPUT TO TRUE                               00450001
004510         NOT AT END                                               00451001
004520           ADD 1 TO WS-INPUT-COUNT                                00452001
004530     END-READ.                                                    00453001
004540 PROCESS-TRANS-PARA.                                              00454001
004550     MOVE RTRANS-RECORD TO TRANS-RECORD                           00455001
004560     PERFORM HASH-INPUT-PARA                                      00456001
004570     PERFORM READ-TRANS-PARA.                                     00457001
004580 HASH-INPUT-PARA.                                                 00458001
004590     IF TRANS-SALARY NUMERIC                                      00459001
004600        ADD TRANS-SALARY TO WS-HASH-SALARY                        00460001
004610     END-IF                                                       00461001
004620     IF TRANS-BONUS NUMERIC                                       00462001
004630        ADD TRANS-BONUS TO WS-HASH-BONUS                          00463001
004640     END-IF                                                       00464001
004650     IF TRANS-COMM NUMERIC                                        00465001
004660        ADD TRANS-COMM TO WS-HASH-COMM                            00466001
004670     END-IF.                                                      00467001
004680 GET-EMP-SUMS-PARA.                                               00468001
004690     EXEC SQL                                                     00469001
004700        SELECT COUNT(*),                                          00470001
004710               SUM(SALARY), SUM(BONUS), SUM(COMM)                 00471001
004720          INTO :WS-EMP-COUNT,                                     00472001
004730               :WS-SUM-SALARY :WS-IND-SUM-SALARY,                 00473001
004740               :WS-SUM-BONUS  :WS-IND-SUM-BONUS,                  00474001
004750               :WS-SUM-COMM   :WS-IND-SUM-COMM                    00475001
004760          FROM EMP                                                00476001
004770     END-EXEC                                                     00477001
004780     IF SQLCODE = 0                                               00478001
004790        IF WS-IND-SUM-SALARY < ZERO                               00479001
004800           MOVE ZERO TO WS-SUM-SALARY                             00480001
004810        END-IF                                                    00481001
004820        IF WS-IND-SUM-BONUS < ZERO                                00482001
004830           MOVE ZERO TO WS-SUM-BONUS                              00483001
004840        END-IF                                                    00484001
004850        IF WS-IND-SUM-COMM < ZERO                                 00485001
004860           MOVE ZERO TO WS-SUM-COMM                               00486001
004870        END-IF                                                    00487001
004880     ELSE                                                         00488001
004890        DISPLAY 'EMP SUMS FAILED WITH SQLCODE : ' SQLCODE         00489001
004900        SET SQL-ERROR-OCCURRED TO TRUE                            00490001
004910     END-IF.                                                      00491001
004920 BALANCE-PARA.                                                    00492001
004930     MOVE 'INPUT COUNT VS RUN'        TO WS-CMP-LABEL             00493001
004940     MOVE WS-INPUT-COUNT              TO WS-CMP-FILE              00494001
004950     MOVE WS-TOT-INPUT-COUNT          TO WS-CMP-RUN               00495001
004960     PERFORM COMPARE-PARA                                         00496001
004970     MOVE 'ACC + REJ + PEND VS INPUT' TO WS-CMP-LABEL             00497001
004980     COMPUTE WS-CMP-FILE = WS-TOT-ACCEPTED + WS-TOT-REJECTED      00498001
004990             + WS-TOT-PENDING                                     00499001
005000     MOVE WS-TOT-INPUT-COUNT          TO WS-CMP-RUN               00500001
005010     PERFORM COMPARE-PARA                                         00501001
005020     MOVE 'SALARY HASH VS RUN'        TO WS-CMP-LABEL             00502001
005030     MOVE WS-HASH-SALARY              TO WS-CMP-FILE              00503001
005040     MOVE WS-TOT-HASH-SALARY          TO WS-CMP-RUN               00504001
005050     PERFORM COMPARE-PARA                                         00505001
005060     MOVE 'BONUS HASH VS RUN'         TO WS-CMP-LABEL             00506001
005070     MOVE WS-HASH-BONUS               TO WS-CMP-FILE              00507001
005080     MOVE WS-TOT-HASH-BONUS           TO WS-CMP-RUN               00508001
005090     PERFORM COMPARE-PARA                                         00509001
005100     MOVE 'COMM HASH VS RUN'          TO WS-CMP-LABEL             00510001
005110     MOVE WS-HASH-COMM                TO WS-CMP-FILE              00511001
005120     MOVE WS-TOT-HASH-COMM            TO WS-CMP-RUN               00512001
005130     PERFORM COMPARE-PARA                                         00513001
005140     MOVE 'EMP SALARY MOVEMENT'       TO WS-CMP-LABEL             00514001
005150     COMPUTE WS-CMP-FILE = WS-SUM-SALARY - WS-PRE-SUM-SALARY      00515001
005160     MOVE WS-TOT-NET-SALARY           TO WS-CMP-RUN               00516001
005170     PERFORM COMPARE-PARA                                         00517001
005180     MOVE 'EMP BONUS MOVEMENT'        TO WS-CMP-LABEL             00518001
005190     COMPUTE WS-CMP-FILE = WS-SUM-BONUS - WS-PRE-SUM-BONUS        00519001
005200     MOVE WS-TOT-NET-BONUS            TO WS-CMP-RUN               00520001
005210     PERFORM COMPARE-PARA                                         00521001
005220     MOVE 'EMP COMM MOVEMENT'         TO WS-CMP-LABEL             00522001
005230     COMPUTE WS-CMP-FILE = WS-SUM-COMM - WS-PRE-SUM-COMM          00523001
005240     MOVE WS-TOT-NET-COMM             TO WS-CMP-RUN               00524001
005250     PERFORM COMPARE-PARA                                         00525001
005260     MOVE 'EMP ROW MOVEMENT'          TO WS-CMP-LABEL             00526001
005270     COMPUTE WS-CMP-FILE = WS-EMP-COUNT - WS-PRE-EMP-COUNT        00527001
005280     COMPUTE WS-CMP-RUN  = WS-TOT-ACC-ADD - WS-TOT-ACC-TRM        00528001
005290     PERFORM COMPARE-PARA.                                        00529001
005300 COMPARE-PARA.                                                    00530001
005310     MOVE SPACES       TO WS-PL-COMPARE                           00531001
005320     MOVE WS-CMP-LABEL TO WS-PLC-LABEL                            00532001
005330     MOVE WS-CMP-FILE  TO WS-PLC-FILE                             00533001
005340     MOVE WS-CMP-RUN   TO WS-PLC-RUN                              00534001
005350     IF WS-CMP-FILE = WS-CMP-RUN                                  00535001
005360        MOVE 'OK'             TO WS-PLC-STATUS                    00536001
005370     ELSE                                                         00537001
005380        MOVE 'OUT OF BALANCE' TO WS-PLC-STATUS                    00538001
005390        SET WS-OUT-OF-BALANCE TO TRUE                             00539001
005400        DISPLAY 'OUT OF BALANCE : ' WS-CMP-LABEL                  00540001
005410     END-IF                                                       00541001
005420     MOVE WS-PRINT-LINE TO RPT-RECORD                             00542001
005430     WRITE RPT-RECORD.                                            00543001
005440 HEADING-PARA.                                                    00544001
005450     MOVE SPACES TO WS-PL-HEADING                                 00545001
005460     MOVE "*********************************************"         00546001
005470         TO WS-PLH-BANNER                                         00547001
005480     MOVE WS-PRINT-LINE TO RPT-RECORD                             00548001
005490     WRITE RPT-RECORD AFTER ADVANCING PAGE                        00549001
005500     MOVE SPACES TO WS-PL-HEADING                                 00550001
005510     MOVE "        POSTING RUN BALANCING REPORT         "         00551001
005520         TO WS-PLH-BANNER                                         00552001
005530     MOVE WS-PRINT-LINE TO RPT-RECORD                             00553001
005540     WRITE RPT-RECORD                                             00554001
005550     MOVE SPACES TO WS-PL-HEADING                                 00555001
005560     MOVE "ITEM                      ,FILE VALUE,RUN VALUE"       00556001
005570         TO WS-PLH-BANNER                                         00557001
005580     MOVE WS-PRINT-LINE TO RPT-RECORD                             00558001
005590     WRITE RPT-RECORD                                             00559001
005600     MOVE SPACES TO WS-PL-HEADING                                 00560001
005610     MOVE "*********************************************"         00561001
005620         TO WS-PLH-BANNER                                         00562001
005630     MOVE WS-PRINT-LINE TO RPT-RECORD                             00563001
005640     WRITE RPT-RECORD.                                            00564001
005650 TRAILER-PARA.                                                    00565001
005660     MOVE SPACES TO WS-PL-HEADING                                 00566001
005670     IF WS-OUT-OF-BALANCE                                         00567001
005680        MOVE "***  POSTING RUN IS OUT OF BALANCE  ***"            00568001
005690            TO WS-PLH-BANNER                                      00569001
005700        DISPLAY 'POSTING RUN IS OUT OF BALANCE'                   00570001
005710     ELSE                                                         00571001
005720        MOVE "        POSTING RUN BALANCED                 "      00572001
005730            TO WS-PLH-BANNER                                      00573001
005740        DISPLAY 'POSTING RUN BALANCED'                            00574001
005750     END-IF                                                       00575001
005760     MOVE WS-PRINT-LINE TO RPT-RECORD                             00576001
005770     WRITE RPT-RECORD.                                            00577001
005780*****************************************************             00578001
005790* OPENS A NEW CYCLE FOR TODAY, REWRITING EVERY STEP  *            00579001
005800* RECORD AS OUTSTANDING.  REFUSED, UNLESS FORCED,    *            00580001
005810* WHEN THE CURRENT CYCLE HAS A STEP PAST THIS ONE    *            00581001
005820* STARTED BUT NOT EVERY STEP ENDED CLEAN, OR WHEN    *            00582001
005830* IT IS ALREADY COMPLETE FOR TODAY'S DATE            *            00583001
005840*****************************************************             00584001
005850 CYCLE-OPEN-PARA.                                                 00585001
005860     PERFORM LOAD-CYCLE-PARA                                      00586001
005870     PERFORM GET-CYCLE-TIME-PARA                                  00587001
005880     MOVE ZERO TO WS-CYC-OK-COUNT                                 00588001
005890     MOVE ZERO TO WS-CYC-BUSY-COUNT                               00589001
005900     IF WS-CYC-COUNT = WS-CYC-STEP-MAX                            00590001
005910        MOVE WS-CYC-ENTRY (1) TO CYCLE-RECORD                     00591001
005920        MOVE CYC-CYCLE-DATE   TO WS-CYC-DATE                      00592001
005930        PERFORM SCAN-OPEN-PARA                                    00593001
005940                VARYING WS-CYC-IX FROM 2 BY 1                     00594001
005950                UNTIL WS-CYC-IX > WS-CYC-COUNT                    00595001
005960        IF WS-CYC-OK-COUNT = WS-CYC-COUNT - 1                     00596001
005970           IF WS-CYC-DATE = WS-CYC-NOW-ISO                        00597001
005980              DISPLAY 'CYCLE CHECK FAILED, ALREADY COMPLETE : '   00598001
005990                      WS-CYC-DATE                                 00599001
006000              SET WS-CYC-REFUSED TO TRUE                          00600001
006010           END-IF                                                 00601001
006020        ELSE                                                      00602001
006030           IF WS-CYC-BUSY-COUNT > ZERO                            00603001
006040              DISPLAY 'CYCLE CHECK FAILED, CYCLE STILL OPEN : '   00604001
006050                      WS-CYC-DATE                                 00605001
006060              SET WS-CYC-REFUSED TO TRUE                          00606001
006070           END-IF                                                 00607001
006080        END-IF                                                    00608001
006090     END-IF                                                       00609001
006100     IF WS-CYC-REFUSED                                            00610001
006110        IF WS-CYC-FORCE                                           00611001
006120           DISPLAY 'NEW CYCLE FORCED BY PARMIN OVER CYCLE : '     00612001
006130                   WS-CYC-DATE                                    00613001
006140           MOVE 'N' TO WS-CYC-REFUSED-SW                          00614001
006150        ELSE                                                      00615001
006160           DISPLAY 'STEP ' WS-CYC-STEP-ID                         00616001
006170                   ' NOT RUN, OUT OF SEQUENCE FOR CYCLE '         00617001
006180                   WS-CYC-DATE                                    00618001
006190           MOVE 12 TO RETURN-CODE                                 00619001
006200           STOP RUN                                               00620001
006210        END-IF                                                    00621001
006220     END-IF                                                       00622001
006230     MOVE WS-CYC-NOW-ISO  TO WS-CYC-DATE                          00623001
006240     MOVE WS-CYC-STEP-MAX TO WS-CYC-COUNT                         00624001
006250     PERFORM NEW-CYCLE-PARA                                       00625001
006260             VARYING WS-CYC-IX FROM 1 BY 1                        00626001
006270             UNTIL WS-CYC-IX > WS-CYC-COUNT                       00627001
006280     MOVE 1 TO WS-CYC-MY-IX                                       00628001
006290     PERFORM MARK-START-PARA.                                     00629001
006300 SCAN-OPEN-PARA.                                                  00630001
006310     MOVE WS-CYC-ENTRY (WS-CYC-IX) TO CYCLE-RECORD                00631001
006320     IF CYC-ENDED-OK                                              00632001
006330        ADD 1 TO WS-CYC-OK-COUNT                                  00633001
006340     END-IF                                                       00634001
006350     IF NOT CYC-OUTSTANDING                                       00635001
006360        ADD 1 TO WS-CYC-BUSY-COUNT                                00636001
006370     END-IF.                                                      00637001
006380 NEW-CYCLE-PARA.                                                  00638001
006390     MOVE SPACES                       TO CYCLE-RECORD            00639001
006400     MOVE WS-CYC-STEP-NAME (WS-CYC-IX) TO CYC-STEP-ID             00640001
006410     MOVE WS-CYC-IX                    TO CYC-STEP-NO             00641001
006420     MOVE WS-CYC-DATE                  TO CYC-CYCLE-DATE          00642001
006430     MOVE ZERO                         TO CYC-RETURN-CODE         00643001
006440     MOVE ZERO                         TO CYC-RUN-COUNT           00644001
006450     MOVE CYCLE-RECORD TO WS-CYC-ENTRY (WS-CYC-IX).               00645001
006460*****************************************************             00646001
006470* NIGHTLY CYCLE CHECK, BEFORE ANY WORK IS DONE.  A   *            00647001
006480* STEP OUT OF SEQUENCE ENDS HERE WITH RETURN CODE 12 *            00648001
006490* AND LEAVES THE CYCLE DATASET AS IT FOUND IT        *            00649001
006500*****************************************************             00650001
006510 CYCLE-START-PARA.                                                00651001
006520     PERFORM LOAD-CYCLE-PARA                                      00652001
006530     PERFORM LOCATE-CYCLE-PARA                                    00653001
006540     IF WS-CYC-MY-IX = ZERO                                       00654001
006550        DISPLAY 'CYCLE CHECK FAILED, NO CYCLE RECORD FOR : '      00655001
006560                WS-CYC-STEP-ID                                    00656001
006570        SET WS-CYC-REFUSED TO TRUE                                00657001
006580     ELSE                                                         00658001
006590        MOVE WS-CYC-ENTRY (1) TO CYCLE-RECORD                     00659001
006600        MOVE CYC-CYCLE-DATE   TO WS-CYC-DATE                      00660001
006610        PERFORM CHECK-CYCLE-PARA                                  00661001
006620                VARYING WS-CYC-IX FROM 1 BY 1                     00662001
006630                UNTIL WS-CYC-IX > WS-CYC-COUNT                    00663001
006640     END-IF                                                       00664001
006650     IF WS-CYC-REFUSED                                            00665001
006660        DISPLAY 'STEP ' WS-CYC-STEP-ID ' NOT RUN, OUT OF SEQUENCE'00666001
006670                ' FOR CYCLE ' WS-CYC-DATE                         00667001
006680        MOVE 12 TO RETURN-CODE                                    00668001
006690        STOP RUN                                                  00669001
006700     END-IF                                                       00670001
006710     PERFORM MARK-START-PARA.                                     00671001
006720 CHECK-CYCLE-PARA.                                                00672001
006730     MOVE WS-CYC-ENTRY (WS-CYC-IX) TO CYCLE-RECORD                00673001
006740     EVALUATE TRUE                                                00674001
006750        WHEN WS-CYC-IX < WS-CYC-MY-IX                             00675001
006760           IF NOT CYC-ENDED-OK                                    00676001
006770              OR CYC-CYCLE-DATE NOT = WS-CYC-DATE                 00677001
006780              DISPLAY 'CYCLE CHECK FAILED, NOT YET ENDED CLEAN : '00678001
006790                      CYC-STEP-ID                                 00679001
006800              SET WS-CYC-REFUSED TO TRUE                          00680001
006810           END-IF                                                 00681001
006820        WHEN WS-CYC-IX > WS-CYC-MY-IX                             00682001
006830           IF NOT CYC-OUTSTANDING                                 00683001
006840              DISPLAY 'CYCLE CHECK FAILED, LATER STEP STARTED : ' 00684001
006850                      CYC-STEP-ID                                 00685001
006860              SET WS-CYC-REFUSED TO TRUE                          00686001
006870           END-IF                                                 00687001
006880        WHEN OTHER                                                00688001
006890           IF CYC-ENDED-OK                                        00689001
006900              AND NOT WS-CYC-RERUN-OK                             00690001
006910              DISPLAY 'CYCLE CHECK FAILED, ALREADY ENDED CLEAN : '00691001
006920                      CYC-STEP-ID                                 00692001
006930              SET WS-CYC-REFUSED TO TRUE                          00693001
006940           END-IF                                                 00694001
006950     END-EVALUATE.                                                00695001
006960 MARK-START-PARA.                                                 00696001
006970     PERFORM GET-CYCLE-TIME-PARA                                  00697001
006980     MOVE WS-CYC-ENTRY (WS-CYC-MY-IX) TO CYCLE-RECORD             00698001
006990     MOVE 'S'             TO CYC-STATUS                           00699001
007000     MOVE WS-CYC-NOW-ISO  TO CYC-START-DATE                       00700001
007010     MOVE WS-CYC-HHMMSS   TO CYC-START-TIME                       00701001
007020     MOVE SPACES          TO CYC-END-DATE                         00702001
007030     MOVE SPACES          TO CYC-END-TIME                         00703001
007040     MOVE ZERO            TO CYC-RETURN-CODE                      00704001
007050     ADD 1                TO CYC-RUN-COUNT                        00705001
007060     MOVE CYCLE-RECORD    TO WS-CYC-ENTRY (WS-CYC-MY-IX)          00706001
007070     PERFORM SAVE-CYCLE-PARA                                      00707001
007080     DISPLAY 'CYCLE ' WS-CYC-DATE ' STEP ' WS-CYC-STEP-ID         00708001
007090             ' STARTED'.                                          00709001
007100*****************************************************             00710001
007110* RECORDS HOW THE STEP ENDED : RETURN CODE UNDER 8   *            00711001
007120* IS ENDED CLEAN, ANYTHING HIGHER IS FAILED          *            00712001
007130*****************************************************             00713001
007140 CYCLE-END-PARA.                                                  00714001
007150     MOVE RETURN-CODE TO WS-CYC-RC                                00715001
007160     PERFORM LOAD-CYCLE-PARA                                      00716001
007170     PERFORM LOCATE-CYCLE-PARA                                    00717001
007180     IF WS-CYC-MY-IX > ZERO                                       00718001
007190        PERFORM GET-CYCLE-TIME-PARA                               00719001
007200        MOVE WS-CYC-ENTRY (WS-CYC-MY-IX) TO CYCLE-RECORD          00720001
007210        IF WS-CYC-RC < 8                                          00721001
007220           MOVE 'E' TO CYC-STATUS                                 00722001
007230        ELSE                                                      00723001
007240           MOVE 'F' TO CYC-STATUS                                 00724001
007250        END-IF                                                    00725001
007260        MOVE WS-CYC-NOW-ISO  TO CYC-END-DATE                      00726001
007270        MOVE WS-CYC-HHMMSS   TO CYC-END-TIME                      00727001
007280        MOVE WS-CYC-RC       TO CYC-RETURN-CODE                   00728001
007290        MOVE CYCLE-RECORD    TO WS-CYC-ENTRY (WS-CYC-MY-IX)       00729001
007300        PERFORM SAVE-CYCLE-PARA                                   00730001
007310        DISPLAY 'CYCLE ' CYC-CYCLE-DATE ' STEP ' WS-CYC-STEP-ID   00731001
007320                ' ENDED, RETURN CODE ' WS-CYC-RC                  00732001
007330     END-IF                                                       00733001
007340     MOVE WS-CYC-RC TO RETURN-CODE.                               00734001
007350 GET-CYCLE-TIME-PARA.                                             00735001
007360     ACCEPT WS-CYC-NOW  FROM DATE YYYYMMDD                        00736001
007370     ACCEPT WS-CYC-TIME FROM TIME                                 00737001
007380     MOVE WS-CYC-NOW-YEAR  TO WS-CNI-YEAR                         00738001
007390     MOVE WS-CYC-NOW-MONTH TO WS-CNI-MONTH                        00739001
007400     MOVE WS-CYC-NOW-DAY   TO WS-CNI-DAY.                         00740001
007410 LOCATE-CYCLE-PARA.                                               00741001
007420     MOVE ZERO TO WS-CYC-MY-IX                                    00742001
007430     PERFORM FIND-CYCLE-PARA                                      00743001
007440             VARYING WS-CYC-IX FROM 1 BY 1                        00744001
007450             UNTIL WS-CYC-IX > WS-CYC-COUNT.                      00745001
007460 FIND-CYCLE-PARA.                                                 00746001
007470     MOVE WS-CYC-ENTRY (WS-CYC-IX) TO CYCLE-RECORD                00747001
007480     IF CYC-STEP-ID = WS-CYC-STEP-ID                              00748001
007490        MOVE WS-CYC-IX TO WS-CYC-MY-IX                            00749001
007500     END-IF.                                                      00750001
007510 LOAD-CYCLE-PARA.                                                 00751001
007520     MOVE ZERO TO WS-CYC-COUNT                                    00752001
007530     MOVE 'N'  TO WS-CYC-EOF-SW                                   00753001
007540     OPEN INPUT CYCLE-FILE                                        00754001
007550     PERFORM READ-CYCLE-PARA                                      00755001
007560             UNTIL WS-CYC-EOF                                     00756001
007570     CLOSE CYCLE-FILE.                                            00757001
007580 READ-CYCLE-PARA.                                                 00758001
007590     READ CYCLE-FILE                                              00759001
007600         AT END                                                   00760001
007610           SET WS-CYC-EOF TO TRUE                                 00761001
007620         NOT AT END                                               00762001
007630           IF WS-CYC-COUNT < WS-CYC-LIMIT                         00763001
007640              ADD 1 TO WS-CYC-COUNT                               00764001
007650              MOVE CYCLE-FILE-RECORD                              00765001
007660                TO WS-CYC-ENTRY (WS-CYC-COUNT)                    00766001
007670           END-IF                                                 00767001
007680     END-READ.                                                    00768001
007690 SAVE-CYCLE-PARA.                                                 00769001
007700     OPEN OUTPUT CYCLE-FILE                                       00770001
007710     PERFORM WRITE-CYCLE-PARA                                     00771001
007720             VARYING WS-CYC-IX FROM 1 BY 1                        00772001
007730             UNTIL WS-CYC-IX > WS-CYC-COUNT                       00773001
007740     CLOSE CYCLE-FILE.                                            00774001
007750 WRITE-CYCLE-PARA.                                                00775001
007760     MOVE WS-CYC-ENTRY (WS-CYC-IX) TO CYCLE-FILE-RECORD           00776001
007770     WRITE CYCLE-FILE-RECORD.                                     00777001
