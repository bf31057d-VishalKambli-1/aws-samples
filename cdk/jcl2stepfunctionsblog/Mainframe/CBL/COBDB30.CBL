000210*POINT THE COBDB24 AUDITIN DD AT THE       *                      00021001
000220*HISTOUT MASTER AND ITS DATE-RANGE PARM    *                      00022001
000230*SPANS EVERY CONSOLIDATED RUN.             *                      00023001
000240*CHECKS THE NIGHTLY CYCLE DATASET (CYCLE)  *                      00024001
000250*AT STARTUP : ENDS WITH RETURN CODE 12     *                      00025001
000260*WHEN A STEP AHEAD OF IT HAS NOT ENDED     *                      00026001
000270*CLEAN IN THIS CYCLE OR A LATER STEP HAS   *                      00027001
000280*STARTED.  RECORDS ITS START, END AND      *                      00028001
000290*RETURN CODE THERE (CYCLEREC)              *                      00029001
000300********************************************                      00030001
000310 ENVIRONMENT DIVISION.                                            00031001
000320 INPUT-OUTPUT SECTION.                                            00032001
000330 FILE-CONTROL.                                                    00033001
000340     SELECT PARM-FILE    ASSIGN TO PARMIN.                        00034001
000350     SELECT AUDIT-FILE   ASSIGN TO AUDITIN.                       00035001
000360     SELECT HIST-IN-FILE ASSIGN TO HISTIN.                        00036001
000370     SELECT HIST-OUT-FILE ASSIGN TO HISTOUT.                      00037001
000380     SELECT ARCH-FILE    ASSIGN TO ARCHOUT.                       00038001
000390     SELECT RPT-FILE     ASSIGN TO RPTOUT.                        00039001
000400     SELECT CYCLE-FILE  ASSIGN TO CYCLE.                          00040001
000410 DATA DIVISION.                                                   00041001
000420 FILE SECTION.                                                    00042001
000430 FD  PARM-FILE                                                    00043001
000440     RECORDING MODE F                                             00044001
000450     LABEL RECORDS ARE STANDARD.                                  00045001
000460 01  PARM-RECORD.                                                 00046001
000470     05  PARM-RETAIN-YEARS       PIC X(2).                        00047001
000480     05  FILLER                  PIC X(78).                       00048001
000490 FD  AUDIT-FILE                                                   00049001
000500     RECORDING MODE F                                             00050001
000510     LABEL RECORDS ARE STANDARD.                                  00051001
000520     COPY AUDITREC.                                               00052001
000530*****************************************************             00053001
000540* CURRENT HISTORY MASTER, AUDITREC LAYOUT, IN       *             00054001
000550* EMPNO / RUN-DATE / SEQ-NO ORDER.  ONLY THE MERGE  *             00055001
000560* KEY FIELDS ARE NAMED HERE                         *             00056001
000570*****************************************************             00057001
000580 FD  HIST-IN-FILE                                                 00058001
000590     RECORDING MODE F                                             00059001
000600     LABEL RECORDS ARE STANDARD.                                  00060001
000610 01  HIST-IN-RECORD.                                              00061001
000620     05  HIN-EMPNO               PIC X(6).                        00062001
000630     05  FILLER                  PIC X(64).                       00063001
000640     05  HIN-RUN-DATE            PIC X(10).                       00064001
000650     05  HIN-SEQ-NO              PIC X(7).                        00065001
000660     05  FILLER                  PIC X(13).                       00066001
000670 FD  HIST-OUT-FILE                                                00067001
000680     RECORDING MODE F                                             00068001
000690     LABEL RECORDS ARE STANDARD.                                  00069001
000700 01  HIST-OUT-RECORD             PIC X(100).                      00070001
000710 FD  ARCH-FILE                                                    00071001
000720     RECORDING MODE F                                             00072001
000730     LABEL RECORDS ARE STANDARD.                                  00073001
000740 01  ARCH-RECORD                 PIC X(100).                      00074001
000750 FD  RPT-FILE                                                     00075001
000760     RECORDING MODE F                                             00076001
000770     LABEL RECORDS ARE STANDARD.                                  00077001
000780 01  RPT-RECORD                  PIC X(132).                      00078001
000790*****************************************************             00079001
000800* NIGHTLY CYCLE CONTROL DATASET, CYCLEREC LAYOUT,   *             00080001
000810* READ AND REWRITTEN WHOLE AT START AND END OF STEP *             00081001
000820*****************************************************             00082001
000830 FD  CYCLE-FILE                                                   00083001
000840     RECORDING MODE F                                             00084001
000850     LABEL RECORDS ARE STANDARD.                                  00085001
000860 01  CYCLE-FILE-RECORD           PIC X(80).                       00086001
000870 WORKING-STORAGE SECTION.                                         00087001
000880*****************************************************             00088001
000890* WORKAREAS                                         *             00089001
000900*****************************************************             00090001
000910 77  WS-AUD-EOF-SW       PIC X          VALUE  'N'.               00091001
000920         88  WS-AUD-EOF                 VALUE  'Y'.               00092001
000930 77  WS-HIST-EOF-SW      PIC X          VALUE  'N'.               00093001
000940         88  WS-HIST-EOF                VALUE  'Y'.               00094001
000950*****************************************************             00095001
000960* RECORD COUNTERS FOR THE BALANCING LINES            *            00096001
000970*****************************************************             00097001
000980 77  WS-AUD-IN-COUNT     PIC S9(7) COMP VALUE ZERO.               00098001
000990 77  WS-HIST-IN-COUNT    PIC S9(7) COMP VALUE ZERO.               00099001
001000 77  WS-HIST-OUT-COUNT   PIC S9(7) COMP VALUE ZERO.               00100001
001010 77  WS-ARCHIVED-COUNT   PIC S9(7) COMP VALUE ZERO.               00101001
001020 77  WS-DUP-COUNT        PIC S9(7) COMP VALUE ZERO.               00102001
001030*****************************************************             00103001
001040* RETENTION PERIOD IN YEARS, FROM THE PARMIN CARD.   *            00104001
001050* DEFAULT APPLIES WHEN NO CARD IS SUPPLIED OR THE    *            00105001
001060* CARD VALUE IS NOT NUMERIC                          *            00106001
001070*****************************************************             00107001
001080 77  WS-RETAIN-YEARS     PIC 9(2)       VALUE  07.                00108001
001090*****************************************************             00109001
001100* MERGE KEYS.  HIGH-VALUES MARKS AN EXHAUSTED SIDE   *            00110001
001110* SO THE OTHER SIDE DRAINS NATURALLY                 *            00111001
001120*****************************************************             00112001
001130 01  WS-AUD-KEY.                                                  00113001
001140     05  WS-AK-EMPNO             PIC X(6).                        00114001
001150     05  WS-AK-RUN-DATE          PIC X(10).                       00115001
001160     05  WS-AK-SEQ-NO            PIC X(7).                        00116001
001170 01  WS-HIST-KEY.                                                 00117001
001180     05  WS-HK-EMPNO             PIC X(6).                        00118001
001190     05  WS-HK-RUN-DATE          PIC X(10).                       00119001
001200     05  WS-HK-SEQ-NO            PIC X(7).                        00120001
001210*****************************************************             00121001
001220* THE RECORD ON ITS WAY OUT AND ITS RUN DATE FOR     *            00122001
001230* THE RETENTION TEST                                 *            00123001
001240*****************************************************             00124001
001250 01  WS-WORK-RECORD          PIC X(100).                          00125001
001260 01  WS-WORK-RUN-DATE        PIC X(10).                           00126001
001270*****************************************************             00127001
001280* SYSTEM DATE AND RETENTION CUTOFF WORKAREAS         *            00128001
001290*****************************************************             00129001
001300 01  WS-RUN-DATE.                                                 00130001
001310     05  WS-RUN-YEAR             PIC 9(4).                        00131001
001320     05  WS-RUN-MONTH            PIC 9(2).                        00132001
001330     05  WS-RUN-DAY              PIC 9(2).                        00133001
001340 01  WS-CUTOFF-DATE.                                              00134001
001350     05  WS-CUT-YEAR             PIC 9(4).                        00135001
001360     05  FILLER                  PIC X(1)  VALUE '-'.             00136001
001370     05  WS-CUT-MONTH            PIC 9(2).                        00137001
001380     05  FILLER                  PIC X(1)  VALUE '-'.             00138001
001390     05  WS-CUT-DAY              PIC 9(2).                        00139001
001400*****************************************************             00140001
001410*  PRINT-LINE LAYOUTS FOR RPT-FILE                   *            00141001
001420*****************************************************             00142001
001430 01  WS-PRINT-LINE.                                               00143001
001440     05  WS-PL-HEADING.                                           00144001
001450         10  WS-PLH-BANNER        PIC X(80).                      00145001
001460         10  FILLER               PIC X(52).                      00146001
001470     05  WS-PL-TRAILER REDEFINES WS-PL-HEADING.                   00147001
001480         10  WS-PLT-LABEL         PIC X(34).                      00148001
001490         10  WS-PLT-COUNT         PIC ZZZ,ZZ9.                    00149001
001500         10  FILLER               PIC X(91).                      00150001
001510*****************************************************             00151001
001520* NIGHTLY CYCLE CONTROL.  THIS STEP MAY ONLY START   *            00152001
001530* WHEN EVERY STEP AHEAD OF IT ENDED CLEAN IN THE     *            00153001
001540* CURRENT CYCLE AND NO STEP AFTER IT HAS STARTED     *            00154001
001550*****************************************************             00155001
001560 77  WS-CYC-STEP-ID      PIC X(8)       VALUE  'COBDB30'.         00156001
001570 77  WS-CYC-RERUN-SW     PIC X          VALUE  'Y'.               00157001
001580         88  WS-CYC-RERUN-OK            VALUE  'Y'.               00158001
001590 77  WS-CYC-EOF-SW       PIC X          VALUE  'N'.               00159001
001600         88  WS-CYC-EOF                 VALUE  'Y'.               00160001
001610 77  WS-CYC-REFUSED-SW   PIC X          VALUE  'N'.               00161001
001620         88  WS-CYC-REFUSED             VALUE  'Y'.               00162001
001630 77  WS-CYC-COUNT        PIC S9(4) COMP VALUE ZERO.               00163001
001640 77  WS-CYC-LIMIT        PIC S9(4) COMP VALUE  20.                00164001
001650 77  WS-CYC-IX           PIC S9(4) COMP VALUE ZERO.               00165001
001660 77  WS-CYC-MY-IX        PIC S9(4) COMP VALUE ZERO.               00166001
001670 77  WS-CYC-DATE         PIC X(10)      VALUE SPACES.             00167001
001680 77  WS-CYC-RC           PIC 9(4)       VALUE ZERO.               00168001
001690 01  WS-CYC-NOW.                                                  00169001
001700     05  WS-CYC-NOW-YEAR         PIC 9(4).                        00170001
001710     05  WS-CYC-NOW-MONTH        PIC 9(2).                        00171001
001720     05  WS-CYC-NOW-DAY          PIC 9(2).                        00172001
001730 01  WS-CYC-NOW-ISO.                                              00173001
001740     05  WS-CNI-YEAR             PIC 9(4).                        00174001
001750     05  FILLER                  PIC X(1)  VALUE '-'.             00175001
001760     05  WS-CNI-MONTH            PIC 9(2).                        00176001
001770     05  FILLER                  PIC X(1)  VALUE '-'.             00177001
001780     05  WS-CNI-DAY              PIC 9(2).                        00178001
001790 01  WS-CYC-TIME.                                                 00179001
001800     05  WS-CYC-HHMMSS           PIC X(6).                        00180001
001810     05  FILLER                  PIC X(2).                        00181001
001820 01  WS-CYCLE-TABLE.                                              00182001
001830     05  WS-CYC-ENTRY  OCCURS 20 TIMES                            00183001
001840                                 PIC X(80).                       00184001
001850     COPY CYCLEREC.                                               00185001
001860 PROCEDURE DIVISION.                                              00186001
001870 MAIN-PARA.                                                       00187001
001880     PERFORM CYCLE-START-PARA.                                    00188001
001890     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00189001
001900     PERFORM GET-PARM-PARA.                                       00190001
001910     PERFORM COMPUTE-CUTOFF-PARA.                                 00191001
001920     OPEN INPUT AUDIT-FILE.                                       00192001
001930     OPEN INPUT HIST-IN-FILE.                                     00193001
001940     OPEN OUTPUT HIST-OUT-FILE.                                   00194001
001950     OPEN OUTPUT ARCH-FILE.                                       00195001
001960     OPEN OUTPUT RPT-FILE.                                        00196001
001970     PERFORM HEADING-PARA.                                        00197001
001980     PERFORM READ-AUD-PARA.                                       00198001
001990     PERFORM READ-HIST-PARA.                                      00199001
002000     PERFORM MERGE-PARA                                           00200001
002010             UNTIL WS-AUD-EOF AND WS-HIST-EOF.                    00201001
002020     CLOSE AUDIT-FILE.                                            00202001
002030     CLOSE HIST-IN-FILE.                                          00203001
002040     CLOSE HIST-OUT-FILE.                                         00204001
002050     CLOSE ARCH-FILE.                                             00205001
002060     PERFORM TRAILER-PARA.                                        00206001
002070     CLOSE RPT-FILE.                                              00207001
002080     DISPLAY 'HISTORY RECORDS WRITTEN  : ' WS-HIST-OUT-COUNT      00208001
002090     DISPLAY 'HISTORY RECORDS ARCHIVED : ' WS-ARCHIVED-COUNT      00209001
002100     DISPLAY 'DUPLICATES DROPPED       : ' WS-DUP-COUNT           00210001
002110     MOVE 0 TO RETURN-CODE                                        00211001
002120     PERFORM CYCLE-END-PARA                                       00212001
002130     STOP RUN.                                                    00213001
002140 GET-PARM-PARA.                                                   00214001
002150     OPEN INPUT PARM-FILE                                         00215001
002160     READ PARM-FILE                                               00216001
002170         AT END                                                   00217001
002180           CONTINUE                                               00218001
002190         NOT AT END                                               00219001
002200           IF PARM-RETAIN-YEARS NUMERIC                           00220001
002210              MOVE PARM-RETAIN-YEARS TO WS-RETAIN-YEARS           00221001
002220           ELSE                                                   00222001
002230              DISPLAY 'PARMIN RETENTION NOT NUMERIC, USING : '    00223001
002240                      WS-RETAIN-YEARS                             00224001
002250           END-IF                                                 00225001
002260     END-READ                                                     00226001
002270     CLOSE PARM-FILE.                                             00227001
002280 COMPUTE-CUTOFF-PARA.                                             00228001
002290     COMPUTE WS-CUT-YEAR = WS-RUN-YEAR - WS-RETAIN-YEARS          00229001
002300     MOVE WS-RUN-MONTH TO WS-CUT-MONTH                            00230001
002310     MOVE WS-RUN-DAY   TO WS-CUT-DAY                              00231001
002320     DISPLAY 'RETENTION CUTOFF DATE : ' WS-CUTOFF-DATE.           00232001
002330 READ-AUD-PARA.                                                   00233001
002340     READ AUDIT-FILE                                              00234001
002350         AT END                                                   00235001
002360           SET WS-AUD-EOF TO TRUE                                 00236001
002370           MOVE HIGH-VALUES  TO WS-AUD-KEY                        00237001
002380         NOT AT END                                               00238001
002390           ADD 1 TO WS-AUD-IN-COUNT                               00239001
002400           MOVE AUD-EMPNO    TO WS-AK-EMPNO                       00240001
002410           MOVE AUD-RUN-DATE TO WS-AK-RUN-DATE                    00241001
002420           MOVE AUD-SEQ-NO   TO WS-AK-SEQ-NO                      00242001
002430     END-READ.                                                    00243001
002440 READ-HIST-PARA.                                                  00244001
002450     READ HIST-IN-FILE                                            00245001
002460         AT END                                                   00246001
002470           SET WS-HIST-EOF TO TRUE                                00247001
002480           MOVE HIGH-VALUES  TO WS-HIST-KEY                       00248001
002490         NOT AT END                                               00249001
002500           ADD 1 TO WS-HIST-IN-COUNT                              00250001
002510           MOVE HIN-EMPNO    TO WS-HK-EMPNO                       00251001
002520           MOVE HIN-RUN-DATE TO WS-HK-RUN-DATE                    00252001
002530           MOVE HIN-SEQ-NO   TO WS-HK-SEQ-NO                      00253001
002540     END-READ.                                                    00254001
002550*****************************************************             00255001
002560* CLASSIC TWO-FILE MERGE.  THE LOWER KEY GOES OUT;  *             00256001
002570* EQUAL KEYS MEAN TONIGHT'S RECORD IS ALREADY ON    *             00257001
002580* THE MASTER, SO THE MASTER COPY GOES OUT AND THE   *             00258001
002590* NIGHTLY COPY IS DROPPED AS A DUPLICATE            *             00259001
002600*****************************************************             00260001
002610 MERGE-PARA.                                                      00261001
002620     EVALUATE TRUE                                                00262001
002630        WHEN WS-HIST-KEY < WS-AUD-KEY                             00263001
002640           MOVE HIST-IN-RECORD   TO WS-WORK-RECORD                00264001
002650           MOVE HIN-RUN-DATE     TO WS-WORK-RUN-DATE              00265001
002660           PERFORM WRITE-KEEP-PARA                                00266001
002670           PERFORM READ-HIST-PARA                                 00267001
002680        WHEN WS-HIST-KEY > WS-AUD-KEY                             00268001
002690           MOVE AUDIT-RECORD     TO WS-WORK-RECORD                00269001
002700           MOVE AUD-RUN-DATE     TO WS-WORK-RUN-DATE              00270001
002710           PERFORM WRITE-KEEP-PARA                                00271001
002720           PERFORM READ-AUD-PARA                                  00272001
002730        WHEN OTHER                                                00273001
002740           ADD 1 TO WS-DUP-COUNT                                  00274001
002750           MOVE HIST-IN-RECORD   TO WS-WORK-RECORD                00275001
002760           MOVE HIN-RUN-DATE     TO WS-WORK-RUN-DATE              00276001
002770           PERFORM WRITE-KEEP-PARA                                00277001
002780           PERFORM READ-HIST-PARA                                 00278001
002790           PERFORM READ-AUD-PARA                                  00279001
002800     END-EVALUATE.                                                00280001
002810*****************************************************             00281001
002820* RECORDS OLDER THAN THE CUTOFF GO TO THE ARCHIVE   *             00282001
002830* GENERATION, EVERYTHING ELSE TO THE NEW MASTER     *             00283001
002840*****************************************************             00284001
002850 WRITE-KEEP-PARA.                                                 00285001
002860     IF WS-WORK-RUN-DATE < WS-CUTOFF-DATE                         00286001
002870        MOVE WS-WORK-RECORD TO ARCH-RECORD                        00287001
002880        WRITE ARCH-RECORD                                         00288001
002890        ADD 1 TO WS-ARCHIVED-COUNT                                00289001
002900     ELSE                                                         00290001
002910        MOVE WS-WORK-RECORD TO HIST-OUT-RECORD                    00291001
002920        WRITE HIST-OUT-RECORD                                     00292001
002930        ADD 1 TO WS-HIST-OUT-COUNT                                00293001
002940     END-IF.                                                      00294001
002950 HEADING-PARA.                                                    00295001
002960     MOVE SPACES TO WS-PL-HEADING                                 00296001
002970     MOVE "*********************************************"         00297001
002980         TO WS-PLH-BANNER                                         00298001
002990     MOVE WS-PRINT-LINE TO RPT-RECORD                             00299001
003000     WRITE RPT-RECORD AFTER ADVANCING PAGE                        00300001
003010     MOVE SPACES TO WS-PL-HEADING                                 00301001
003020     MOVE "      AUDIT HISTORY CONSOLIDATION RUN        "         00302001
003030         TO WS-PLH-BANNER                                         00303001
003040     MOVE WS-PRINT-LINE TO RPT-RECORD                             00304001
003050     WRITE RPT-RECORD                                             00305001
003060     MOVE SPACES TO WS-PL-HEADING                                 00306001
003070     MOVE "*********************************************"         00307001
003080         TO WS-PLH-BANNER                                         00308001
003090     MOVE WS-PRINT-LINE TO RPT-RECORD                             00309001
003100     WRITE RPT-RECORD.                                            00310001
003110 TRAILER-PARA.                                                    00311001
003120     MOVE SPACES TO WS-PL-TRAILER                                 00312001
003130     MOVE "NIGHTLY AUDIT RECORDS READ  : "                        00313001
003140         TO WS-PLT-LABEL                                          00314001
003150     MOVE WS-AUD-IN-COUNT   TO WS-PLT-COUNT                       00315001
003160     MOVE WS-PRINT-LINE     TO RPT-RECORD                         00316001
003170     WRITE RPT-RECORD                                             00317001
003180     MOVE SPACES TO WS-PL-TRAILER                                 00318001
003190     MOVE "HISTORY RECORDS READ        : "                        00319001
003200         TO WS-PLT-LABEL                                          00320001
003210     MOVE WS-HIST-IN-COUNT  TO WS-PLT-COUNT                       00321001
003220     MOVE WS-PRINT-LINE     TO RPT-RECORD                         00322001
003230     WRITE RPT-RECORD                                             00323001
003240     MOVE SPACES TO WS-PL-TRAILER                                 00324001
003250     MOVE "HISTORY RECORDS WRITTEN     : "                        00325001
003260         TO WS-PLT-LABEL                                          00326001
003270     MOVE WS-HIST-OUT-COUNT TO WS-PLT-COUNT                       00327001
003280     MOVE WS-PRINT-LINE     TO RPT-RECORD                         00328001
003290     WRITE RPT-RECORD                                             00329001
003300     MOVE SPACES TO WS-PL-TRAILER                                 00330001
003310     MOVE "HISTORY RECORDS ARCHIVED    : "                        00331001
003320         TO WS-PLT-LABEL                                          00332001
003330     MOVE WS-ARCHIVED-COUNT TO WS-PLT-COUNT                       00333001
003340     MOVE WS-PRINT-LINE     TO RPT-RECORD                         00334001
003350     WRITE RPT-RECORD                                             00335001
003360     MOVE SPACES TO WS-PL-TRAILER                                 00336001
003370     MOVE "DUPLICATES DROPPED          : "                        00337001
003380         TO WS-PLT-LABEL                                          00338001
003390     MOVE WS-DUP-COUNT      TO WS-PLT-COUNT                       00339001
003400     MOVE WS-PRINT-LINE     TO RPT-RECORD                         00340001
003410     WRITE RPT-RECORD.                                            00341001
003420*****************************************************             00342001
003430* NIGHTLY CYCLE CHECK, BEFORE ANY WORK IS DONE.  A   *            00343001
003440* STEP OUT OF SEQUENCE ENDS HERE WITH RETURN CODE 12 *            00344001
003450* AND LEAVES THE CYCLE DATASET AS IT FOUND IT        *            00345001
003460*****************************************************             00346001
003470 CYCLE-START-PARA.                                                00347001
003480     PERFORM LOAD-CYCLE-PARA                                      00348001
003490     PERFORM LOCATE-CYCLE-PARA                                    00349001
003500     IF WS-CYC-MY-IX = ZERO                                       00350001
003510        DISPLAY 'CYCLE CHECK FAILED, NO CYCLE RECORD FOR : '      00351001
003520                WS-CYC-STEP-ID                                    00352001
003530        SET WS-CYC-REFUSED TO TRUE                                00353001
003540     ELSE                                                         00354001
003550        MOVE WS-CYC-ENTRY (1) TO CYCLE-RECORD                     00355001
003560        MOVE CYC-CYCLE-DATE   TO WS-CYC-DATE                      00356001
003570        PERFORM CHECK-CYCLE-PARA                                  00357001
003580                VARYING WS-CYC-IX FROM 1 BY 1                     00358001
003590                UNTIL WS-CYC-IX > WS-CYC-COUNT                    00359001
003600     END-IF                                                       00360001
003610     IF WS-CYC-REFUSED                                            00361001
003620        DISPLAY 'STEP ' WS-CYC-STEP-ID ' NOT RUN, OUT OF SEQUENCE'00362001
003630                ' FOR CYCLE ' WS-CYC-DATE                         00363001
003640        MOVE 12 TO RETURN-CODE                                    00364001
003650        STOP RUN                                                  00365001
003660     END-IF                                                       00366001
003670     PERFORM MARK-START-PARA.                                     00367001
003680 CHECK-CYCLE-PARA.                                                00368001
003690     MOVE WS-CYC-ENTRY (WS-CYC-IX) TO CYCLE-RECORD                00369001
003700     EVALUATE TRUE                                                00370001
003710        WHEN WS-CYC-IX < WS-CYC-MY-IX                             00371001
003720           IF NOT CYC-ENDED-OK                                    00372001
003730              OR CYC-CYCLE-DATE NOT = WS-CYC-DATE                 00373001
003740              DISPLAY 'CYCLE CHECK FAILED, NOT YET ENDED CLEAN : '00374001
003750                      CYC-STEP-ID                                 00375001
003760              SET WS-CYC-REFUSED TO TRUE                          00376001
003770           END-IF                                                 00377001
003780        WHEN WS-CYC-IX > WS-CYC-MY-IX                             00378001
003790           IF NOT CYC-OUTSTANDING                                 00379001
003800              DISPLAY 'CYCLE CHECK FAILED, LATER STEP STARTED : ' 00380001
003810                      CYC-STEP-ID                                 00381001
003820              SET WS-CYC-REFUSED TO TRUE                          00382001
003830           END-IF                                                 00383001
003840        WHEN OTHER                                                00384001
003850           IF CYC-ENDED-OK                                        00385001
003860              AND NOT WS-CYC-RERUN-OK                             00386001
003870              DISPLAY 'CYCLE CHECK FAILED, ALREADY ENDED CLEAN : '00387001
003880                      CYC-STEP-ID                                 00388001
003890              SET WS-CYC-REFUSED TO TRUE                          00389001
003900           END-IF                                                 00390001
003910     END-EVALUATE.                                                00391001
003920 MARK-START-PARA.                                                 00392001
003930     PERFORM GET-CYCLE-TIME-PARA                                  00393001
003940     MOVE WS-CYC-ENTRY (WS-CYC-MY-IX) TO CYCLE-RECORD             00394001
003950     MOVE 'S'             TO CYC-STATUS                           00395001
003960     MOVE WS-CYC-NOW-ISO  TO CYC-START-DATE                       00396001
003970     MOVE WS-CYC-HHMMSS   TO CYC-START-TIME                       00397001
003980     MOVE SPACES          TO CYC-END-DATE                         00398001
003990     MOVE SPACES          TO CYC-END-TIME                         00399001
004000     MOVE ZERO            TO CYC-RETURN-CODE                      00400001
004010     ADD 1                TO CYC-RUN-COUNT                        00401001
004020     MOVE CYCLE-RECORD    TO WS-CYC-ENTRY (WS-CYC-MY-IX)          00402001
004030     PERFORM SAVE-CYCLE-PARA                                      00403001
004040     DISPLAY 'CYCLE ' WS-CYC-DATE ' STEP ' WS-CYC-STEP-ID         00404001
004050             ' STARTED'.                                          00405001
004060*****************************************************             00406001
004070* RECORDS HOW THE STEP ENDED : RETURN CODE UNDER 8   *            00407001
004080* IS ENDED CLEAN, ANYTHING HIGHER IS FAILED          *            00408001
004090*****************************************************             00409001
004100 CYCLE-END-PARA.                                                  00410001
004110     MOVE RETURN-CODE TO WS-CYC-RC                                00411001
004120     PERFORM LOAD-CYCLE-PARA                                      00412001
004130     PERFORM LOCATE-CYCLE-PARA                                    00413001
004140     IF WS-CYC-MY-IX > ZERO                                       00414001
004150        PERFORM GET-CYCLE-TIME-PARA                               00415001
004160        MOVE WS-CYC-ENTRY (WS-CYC-MY-IX) TO CYCLE-RECORD          00416001
004170        IF WS-CYC-RC < 8                                          00417001
004180           MOVE 'E' TO CYC-STATUS                                 00418001
004190        ELSE                                                      00419001
004200           MOVE 'F' TO CYC-STATUS                                 00420001
004210        END-IF                                                    00421001
004220        MOVE WS-CYC-NOW-ISO  TO CYC-END-DATE                      00422001
004230        MOVE WS-CYC-HHMMSS   TO CYC-END-TIME                      00423001
004240        MOVE WS-CYC-RC       TO CYC-RETURN-CODE                   00424001
004250        MOVE CYCLE-RECORD    TO WS-CYC-ENTRY (WS-CYC-MY-IX)       00425001
004260        PERFORM SAVE-CYCLE-PARA                                   00426001
004270        DISPLAY 'CYCLE ' CYC-CYCLE-DATE ' STEP ' WS-CYC-STEP-ID   00427001
004280                ' ENDED, RETURN CODE ' WS-CYC-RC                  00428001
004290     END-IF                                                       00429001
004300     MOVE WS-CYC-RC TO RETURN-CODE.                               00430001
004310 GET-CYCLE-TIME-PARA.                                             00431001
004320     ACCEPT WS-CYC-NOW  FROM DATE YYYYMMDD                        00432001
004330     ACCEPT WS-CYC-TIME FROM TIME                                 00433001
004340     MOVE WS-CYC-NOW-YEAR  TO WS-CNI-YEAR                         00434001
004350     MOVE WS-CYC-NOW-MONTH TO WS-CNI-MONTH                        00435001
004360     MOVE WS-CYC-NOW-DAY   TO WS-CNI-DAY.                         00436001
004370 LOCATE-CYCLE-PARA.                                               00437001
004380     MOVE ZERO TO WS-CYC-MY-IX                                    00438001
004390     PERFORM FIND-CYCLE-PARA                                      00439001
004400             VARYING WS-CYC-IX FROM 1 BY 1                        00440001
004410             UNTIL WS-CYC-IX > WS-CYC-COUNT.                      00441001
004420 FIND-CYCLE-PARA.                                                 00442001
004430     MOVE WS-CYC-ENTRY (WS-CYC-IX) TO CYCLE-RECORD                00443001
004440     IF CYC-STEP-ID = WS-CYC-STEP-ID                              00444001
004450        MOVE WS-CYC-IX TO WS-CYC-MY-IX                            00445001
004460     END-IF.                                                      00446001
004470 LOAD-CYCLE-PARA.                                                 00447001
004480     MOVE ZERO TO WS-CYC-COUNT                                    00448001
004490     MOVE 'N'  TO WS-CYC-EOF-SW                                   00449001
004500     OPEN INPUT CYCLE-FILE                                        00450001
004510     PERFORM READ-CYCLE-PARA                                      00451001
004520             UNTIL WS-CYC-EOF                                     00452001
004530     CLOSE CYCLE-FILE.                                            00453001
004540 READ-CYCLE-PARA.                                                 00454001
004550     READ CYCLE-FILE                                              00455001
004560         AT END                                                   00456001
004570           SET WS-CYC-EOF TO TRUE                                 00457001
004580         NOT AT END                                               00458001
004590           IF WS-CYC-COUNT < WS-CYC-LIMIT                         00459001
004600              ADD 1 TO WS-CYC-COUNT                               00460001
004610              MOVE CYCLE-FILE-RECORD                              00461001
004620                TO WS-CYC-ENTRY (WS-CYC-COUNT)                    00462001
004630           END-IF                                                 00463001
004640     END-READ.                                                    00464001
004650 SAVE-CYCLE-PARA.                                                 00465001
004660     OPEN OUTPUT CYCLE-FILE                                       00466001
004670     PERFORM WRITE-CYCLE-PARA                                     00467001
004680             VARYING WS-CYC-IX FROM 1 BY 1                        00468001
004690             UNTIL WS-CYC-IX > WS-CYC-COUNT                       00469001
004700     CLOSE CYCLE-FILE.                                            00470001
004710 WRITE-CYCLE-PARA.                                                00471001
004720     MOVE WS-CYC-ENTRY (WS-CYC-IX) TO CYCLE-FILE-RECORD           00472001
004730     WRITE CYCLE-FILE-RECORD.                                     00473001
