000280*DUMMIED : HELD ITEMS ARE FOLDED IN HERE   *                      00028001
000290*AND FUTURE-DATED SURVIVORS ARE RE-HELD BY *                      00029001
000300*THE POSTING RUN ITSELF.                   *                      00030001
000310*CHECKS THE NIGHTLY CYCLE DATASET (CYCLE)  *                      00031001
000320*AT STARTUP : ENDS WITH RETURN CODE 12     *                      00032001
000330*WHEN A STEP AHEAD OF IT HAS NOT ENDED     *                      00033001
000340*CLEAN IN THIS CYCLE OR A LATER STEP HAS   *                      00034001
000350*STARTED.  RECORDS ITS START, END AND      *                      00035001
000360*RETURN CODE THERE (CYCLEREC)              *                      00036001
000370********************************************                      00037001
000380 ENVIRONMENT DIVISION.                                            00038001
000390 INPUT-OUTPUT SECTION.                                            00039001
000400 FILE-CONTROL.                                                    00040001
000410     SELECT PEND-IN-FILE  ASSIGN TO PENDIN.                       00041001
000420     SELECT TRANS-IN-FILE ASSIGN TO TRANSIN.                      00042001
000430     SELECT TRANS-OUT-FILE ASSIGN TO TRANSOUT.                    00043001
000440     SELECT REJECT-FILE   ASSIGN TO REJOUT.                       00044001
000450     SELECT RPT-FILE      ASSIGN TO RPTOUT.                       00045001
000460     SELECT CYCLE-FILE  ASSIGN TO CYCLE.                          00046001
000470 DATA DIVISION.                                                   00047001
000480 FILE SECTION.                                                    00048001
000490 FD  PEND-IN-FILE                                                 00049001
000500     RECORDING MODE F                                             00050001
000510     LABEL RECORDS ARE STANDARD.                                  00051001
000520 01  PEND-IN-RECORD              PIC X(160).                      00052001
000530 FD  TRANS-IN-FILE                                                00053001
000540     RECORDING MODE F                                             00054001
000550     LABEL RECORDS ARE STANDARD.                                  00055001
000560 01  TRANS-IN-RECORD             PIC X(160).                      00056001
000570 FD  TRANS-OUT-FILE                                               00057001
000580     RECORDING MODE F                                             00058001
000590     LABEL RECORDS ARE STANDARD.                                  00059001
000600 01  TRANS-OUT-RECORD            PIC X(160).                      00060001
000610*****************************************************             00061001
000620* REJECTED TRANSACTIONS, SAME LAYOUT AS TRANS-RECORD *            00062001
000630* WITH THE REJECT-REASON CODE CARRIED IN THE UNUSED  *            00063001
000640* TRAILING BYTES, SO THE CORRECTED FILE CAN BE FED   *            00064001
000650* STRAIGHT BACK IN AS TRANSIN THE NEXT NIGHT         *            00065001
000660*****************************************************             00066001
000670 FD  REJECT-FILE                                                  00067001
000680     RECORDING MODE F                                             00068001
000690     LABEL RECORDS ARE STANDARD.                                  00069001
000700 01  REJECT-RECORD.                                               00070001
000710     05  REJ-TRANS-IMAGE         PIC X(156).                      00071001
000720     05  REJ-REASON              PIC X(4).                        00072001
000730 FD  RPT-FILE                                                     00073001
000740     RECORDING MODE F                                             00074001
000750     LABEL RECORDS ARE STANDARD.                                  00075001
000760 01  RPT-RECORD                  PIC X(132).                      00076001
000770*****************************************************             00077001
000780* NIGHTLY CYCLE CONTROL DATASET, CYCLEREC LAYOUT,   *             00078001
000790* READ AND REWRITTEN WHOLE AT START AND END OF STEP *             00079001
000800*****************************************************             00080001
000810 FD  CYCLE-FILE                                                   00081001
000820     RECORDING MODE F                                             00082001
000830     LABEL RECORDS ARE STANDARD.                                  00083001
000840 01  CYCLE-FILE-RECORD           PIC X(80).                       00084001
000850 WORKING-STORAGE SECTION.                                         00085001
000860*****************************************************             00086001
000870* WORKAREAS                                         *             00087001
000880*****************************************************             00088001
000890 77  INPUT-SWITCH        PIC X          VALUE  'Y'.               00089001
000900         88  NOMORE-INPUT               VALUE  'N'.               00090001
000910 77  WS-PEND-SWITCH      PIC X          VALUE  'Y'.               00091001
000920         88  NOMORE-PENDING             VALUE  'N'.               00092001
000930 77  WS-SWAP-SW          PIC X          VALUE  'N'.               00093001
000940         88  WS-SWAPPED                 VALUE  'Y'.               00094001
000950 77  WS-SOURCE-FLAG      PIC X          VALUE  ' '.               00095001
000960*****************************************************             00096001
000970* REJECT-REASON CODES WRITTEN BY THIS EDIT.          *            00097001
000980*   R019  CONFLICTING SAME-NIGHT TRANSACTION         *            00098001
000990*   R020  SUPERSEDED BY LATER DUPLICATE              *            00099001
001000* THE POSTING-RUN CODES R001-R018 ARE ISSUED BY      *            00100001
001010* COBDB22 ITSELF                                     *            00101001
001020*****************************************************             00102001
001030 77  WS-REJ-REASON       PIC X(4)       VALUE SPACES.             00103001
001040*****************************************************             00104001
001050* RECORD COUNTERS                                    *            00105001
001060*****************************************************             00106001
001070 77  WS-PEND-IN-COUNT    PIC S9(7) COMP VALUE ZERO.               00107001
001080 77  WS-TRANS-IN-COUNT   PIC S9(7) COMP VALUE ZERO.               00108001
001090 77  WS-KEPT-COUNT       PIC S9(7) COMP VALUE ZERO.               00109001
001100 77  WS-REJECTED-COUNT   PIC S9(7) COMP VALUE ZERO.               00110001
001110 77  WS-MULTI-GROUPS     PIC S9(7) COMP VALUE ZERO.               00111001
001120 77  WS-DROPPED-COUNT    PIC S9(7) COMP VALUE ZERO.               00112001
001130*****************************************************             00113001
001140* IN-CORE TRANSACTION TABLE.  EVERY PENDING AND      *            00114001
001150* TRANSACTION RECORD IS LOADED, SORTED BY EMPNO,     *            00115001
001160* EFFECTIVE DATE AND ARRIVAL SEQUENCE, THEN EDITED   *            00116001
001170* GROUP BY GROUP.  INPUT BEYOND THE TABLE LIMIT IS   *            00117001
001180* PASSED THROUGH UNEDITED RATHER THAN LOST           *            00118001
001190*****************************************************             00119001
001200 77  WS-TT-COUNT         PIC S9(7) COMP VALUE ZERO.               00120001
001210 77  WS-TT-LIMIT         PIC S9(7) COMP VALUE  5000.              00121001
001220 77  WS-TT-IX            PIC S9(7) COMP VALUE ZERO.               00122001
001230 77  WS-TT-JX            PIC S9(7) COMP VALUE ZERO.               00123001
001240 77  WS-SORT-TOP         PIC S9(7) COMP VALUE ZERO.               00124001
001250 77  WS-ARRIVAL-SEQ      PIC S9(7) COMP VALUE ZERO.               00125001
001260 01  WS-TRANS-TABLE.                                              00126001
001270     05  WS-TT-ENTRY  OCCURS 5000 TIMES.                          00127001
001280         10  WS-TT-KEY.                                           00128001
001290             15  WS-TT-EMPNO     PIC X(6).                        00129001
001300             15  WS-TT-EFFDATE   PIC X(10).                       00130001
001310             15  WS-TT-SEQ       PIC 9(7).                        00131001
001320         10  WS-TT-SOURCE        PIC X(1).                        00132001
001330         10  WS-TT-DISP          PIC X(4).                        00133001
001340         10  WS-TT-RECORD        PIC X(160).                      00134001
001350 01  WS-SWAP-ENTRY               PIC X(188).                      00135001
001360*****************************************************             00136001
001370* GROUP-EDIT WORKAREAS.  THE LAST SURVIVING INDEX    *            00137001
001380* PER ACTION FAMILY CATCHES DUPLICATES THAT LAST-    *            00138001
001390* WINS POSTING WOULD SILENTLY OVERWRITE              *            00139001
001400*****************************************************             00140001
001410 77  WS-GRP-START        PIC S9(7) COMP VALUE ZERO.               00141001
001420 77  WS-GRP-END          PIC S9(7) COMP VALUE ZERO.               00142001
001430 77  WS-GRP-SIZE         PIC S9(7) COMP VALUE ZERO.               00143001
001440 77  WS-GRP-TERM-SW      PIC X          VALUE  'N'.               00144001
001450         88  WS-GRP-TERM-SEEN           VALUE  'Y'.               00145001
001460 77  WS-GRP-CHG-SW       PIC X          VALUE  'N'.               00146001
001470         88  WS-GRP-CHG-SEEN            VALUE  'Y'.               00147001
001480 77  WS-GRP-LAST-CHG     PIC S9(7) COMP VALUE ZERO.               00148001
001490 77  WS-GRP-LAST-BON     PIC S9(7) COMP VALUE ZERO.               00149001
001500 77  WS-GRP-LAST-TRM     PIC S9(7) COMP VALUE ZERO.               00150001
001510 77  WS-GRP-LAST-ADD     PIC S9(7) COMP VALUE ZERO.               00151001
001520*****************************************************             00152001
001530* TRANSACTION WORK RECORD FOR FIELD ACCESS           *            00153001
001540*****************************************************             00154001
001550     COPY TRANSREC.                                               00155001
001560*****************************************************             00156001
001570*  PRINT-LINE LAYOUTS FOR RPT-FILE                   *            00157001
001580*****************************************************             00158001
001590 01  WS-PRINT-LINE.                                               00159001
001600     05  WS-PL-HEADING.                                           00160001
001610         10  WS-PLH-BANNER        PIC X(80).                      00161001
001620         10  FILLER               PIC X(52).                      00162001
001630     05  WS-PL-DETAIL REDEFINES WS-PL-HEADING.                    00163001
001640         10  WS-PLD-EMPNO         PIC X(6).                       00164001
001650         10  FILLER               PIC X(1).                       00165001
001660         10  WS-PLD-ACTION        PIC X(1).                       00166001
001670         10  FILLER               PIC X(1).                       00167001
001680         10  WS-PLD-EFFDATE       PIC X(10).                      00168001
001690         10  FILLER               PIC X(1).                       00169001
001700         10  WS-PLD-SOURCE        PIC X(1).                       00170001
001710         10  FILLER               PIC X(1).                       00171001
001720         10  WS-PLD-SEQ           PIC ZZZZZZ9.                    00172001
001730         10  FILLER               PIC X(1).                       00173001
001740         10  WS-PLD-SALARY        PIC Z,ZZZ,ZZ9.99.               00174001
001750         10  FILLER               PIC X(1).                       00175001
001760         10  WS-PLD-DISP          PIC X(8).                       00176001
001770         10  FILLER               PIC X(80).                      00177001
001780     05  WS-PL-TRAILER REDEFINES WS-PL-HEADING.                   00178001
001790         10  WS-PLT-LABEL         PIC X(34).                      00179001
001800         10  WS-PLT-COUNT         PIC ZZZ,ZZ9.                    00180001
001810         10  FILLER               PIC X(91).                      00181001
001820*****************************************************             00182001
001830* NIGHTLY CYCLE CONTROL.  THIS STEP MAY ONLY START   *            00183001
001840* WHEN EVERY STEP AHEAD OF IT ENDED CLEAN IN THE     *            00184001
001850* CURRENT CYCLE AND NO STEP AFTER IT HAS STARTED     *            00185001
001860*****************************************************             00186001
001870 77  WS-CYC-STEP-ID      PIC X(8)       VALUE  'COBDB34'.         00187001
001880 77  WS-CYC-RERUN-SW     PIC X          VALUE  'Y'.               00188001
001890         88  WS-CYC-RERUN-OK            VALUE  'Y'.               00189001
001900 77  WS-CYC-EOF-SW       PIC X          VALUE  'N'.               00190001
001910         88  WS-CYC-EOF                 VALUE  'Y'.               00191001
001920 77  WS-CYC-REFUSED-SW   PIC X          VALUE  'N'.               00192001
001930         88  WS-CYC-REFUSED             VALUE  'Y'.               00193001
001940 77  WS-CYC-COUNT        PIC S9(4) COMP VALUE ZERO.               00194001
001950 77  WS-CYC-LIMIT        PIC S9(4) COMP VALUE  20.                00195001
001960 77  WS-CYC-IX           PIC S9(4) COMP VALUE ZERO.               00196001
001970 77  WS-CYC-MY-IX        PIC S9(4) COMP VALUE ZERO.               00197001
001980 77  WS-CYC-DATE         PIC X(10)      VALUE SPACES.             00198001
001990 77  WS-CYC-RC           PIC 9(4)       VALUE ZERO.               00199001
002000 01  WS-CYC-NOW.                                                  00200001
002010     05  WS-CYC-NOW-YEAR         PIC 9(4).                        00201001
002020     05  WS-CYC-NOW-MONTH        PIC 9(2).                        00202001
002030     05  WS-CYC-NOW-DAY          PIC 9(2).                        00203001
002040 01  WS-CYC-NOW-ISO.                                              00204001
002050     05  WS-CNI-YEAR             PIC 9(4).                        00205001
002060     05  FILLER                  PIC X(1)  VALUE '-'.             00206001
002070     05  WS-CNI-MONTH            PIC 9(2).                        00207001
002080     05  FILLER                  PIC X(1)  VALUE '-'.             00208001
002090     05  WS-CNI-DAY              PIC 9(2).                        00209001
002100 01  WS-CYC-TIME.                                                 00210001
002110     05  WS-CYC-HHMMSS           PIC X(6).                        00211001
002120     05  FILLER                  PIC X(2).                        00212001
002130 01  WS-CYCLE-TABLE.                                              00213001
002140     05  WS-CYC-ENTRY  OCCURS 20 TIMES                            00214001
002150                                 PIC X(80).                       00215001
002160     COPY CYCLEREC.                                               00216001
002170 PROCEDURE DIVISION.                                              00217001
002180 MAIN-PARA.                                                       00218001
002190     PERFORM CYCLE-START-PARA.                                    00219001
002200     OPEN INPUT PEND-IN-FILE.                                     00220001
002210     OPEN INPUT TRANS-IN-FILE.                                    00221001
002220     OPEN OUTPUT TRANS-OUT-FILE.                                  00222001
002230     OPEN OUTPUT REJECT-FILE.                                     00223001
002240     OPEN OUTPUT RPT-FILE.                                        00224001
002250     PERFORM HEADING-PARA.                                        00225001
002260     PERFORM LOAD-PEND-PARA.                                      00226001
002270     PERFORM LOAD-TRANS-PARA.                                     00227001
002280     PERFORM SORT-TABLE-PARA.                                     00228001
002290     PERFORM EDIT-GROUPS-PARA.                                    00229001
002300     PERFORM OUTPUT-TABLE-PARA                                    00230001
002310             VARYING WS-TT-IX FROM 1 BY 1                         00231001
002320             UNTIL WS-TT-IX > WS-TT-COUNT.                        00232001
002330     PERFORM TRAILER-PARA.                                        00233001
002340     CLOSE PEND-IN-FILE.                                          00234001
002350     CLOSE TRANS-IN-FILE.                                         00235001
002360     CLOSE TRANS-OUT-FILE.                                        00236001
002370     CLOSE REJECT-FILE.                                           00237001
002380     CLOSE RPT-FILE.                                              00238001
002390     DISPLAY 'TRANSACTIONS KEPT     : ' WS-KEPT-COUNT             00239001
002400     DISPLAY 'TRANSACTIONS REJECTED : ' WS-REJECTED-COUNT         00240001
002410     DISPLAY 'MULTI-RECORD EMPNOS   : ' WS-MULTI-GROUPS           00241001
002420     MOVE 0 TO RETURN-CODE                                        00242001
002430     PERFORM CYCLE-END-PARA                                       00243001
002440     STOP RUN.                                                    00244001
002450 LOAD-PEND-PARA.                                                  00245001
002460     PERFORM READ-PEND-PARA.                                      00246001
002470     PERFORM STORE-PEND-PARA                                      00247001
002480             UNTIL NOMORE-PENDING.                                00248001
002490 READ-PEND-PARA.                                                  00249001
002500     READ PEND-IN-FILE                                            00250001
002510         AT END                                                   00251001
002520           SET NOMORE-PENDING TO TRUE                             00252001
002530         NOT AT END                                               00253001
002540           ADD 1 TO WS-PEND-IN-COUNT                              00254001
002550     END-READ.                                                    00255001
002560 STORE-PEND-PARA.                                                 00256001
002570     MOVE PEND-IN-RECORD TO TRANS-RECORD                          00257001
002580     MOVE 'P' TO WS-SOURCE-FLAG                                   00258001
002590     PERFORM STORE-ENTRY-PARA                                     00259001
002600     PERFORM READ-PEND-PARA.                                      00260001
002610 LOAD-TRANS-PARA.                                                 00261001
002620     PERFORM READ-TRANS-PARA.                                     00262001
002630     PERFORM STORE-TRANS-PARA                                     00263001
002640             UNTIL NOMORE-INPUT.                                  00264001
002650 READ-TRANS-PARA.                                                 00265001
002660     READ TRANS-IN-FILE                                           00266001
002670         AT END                                                   00267001
002680           SET NOMORE-INPUT TO TRUE                               00268001
002690         NOT AT END                                               00269001
002700           ADD 1 TO WS-TRANS-IN-COUNT                             00270001
002710     END-READ.                                                    00271001
002720 STORE-TRANS-PARA.                                                00272001
002730     MOVE TRANS-IN-RECORD TO TRANS-RECORD                         00273001
002740     MOVE 'T' TO WS-SOURCE-FLAG                                   00274001
002750     PERFORM STORE-ENTRY-PARA                                     00275001
002760     PERFORM READ-TRANS-PARA.                                     00276001
002770*****************************************************             00277001
002780* THE SOURCE FLAG IS SET BY THE CALLING PARAGRAPH   *             00278001
002790* ('P' FROM PENDIN, 'T' FROM TRANSIN).  INPUT       *             00279001
002800* BEYOND THE TABLE LIMIT IS PASSED STRAIGHT TO      *             00280001
002810* TRANSOUT UNEDITED AND COUNTED                     *             00281001
002820*****************************************************             00282001
002830 STORE-ENTRY-PARA.                                                00283001
002840     ADD 1 TO WS-ARRIVAL-SEQ                                      00284001
002850     IF WS-TT-COUNT < WS-TT-LIMIT                                 00285001
002860        ADD 1 TO WS-TT-COUNT                                      00286001
002870        MOVE WS-SOURCE-FLAG    TO WS-TT-SOURCE (WS-TT-COUNT)      00287001
002880        MOVE TRANS-EMPNO       TO WS-TT-EMPNO (WS-TT-COUNT)       00288001
002890        MOVE TRANS-EFFDATE     TO WS-TT-EFFDATE (WS-TT-COUNT)     00289001
002900        MOVE WS-ARRIVAL-SEQ    TO WS-TT-SEQ (WS-TT-COUNT)         00290001
002910        MOVE SPACES            TO WS-TT-DISP (WS-TT-COUNT)        00291001
002920        MOVE TRANS-RECORD      TO WS-TT-RECORD (WS-TT-COUNT)      00292001
002930     ELSE                                                         00293001
002940        ADD 1 TO WS-DROPPED-COUNT                                 00294001
002950        MOVE TRANS-RECORD TO TRANS-OUT-RECORD                     00295001
002960        WRITE TRANS-OUT-RECORD                                    00296001
002970        DISPLAY 'TABLE FULL, PASSED THROUGH UNEDITED : '          00297001
002980                TRANS-EMPNO                                       00298001
002990     END-IF.                                                      00299001
003000*****************************************************             00300001
003010* EXCHANGE SORT BY EMPNO, EFFECTIVE DATE AND        *             00301001
003020* ARRIVAL SEQUENCE.  THE ARRIVAL TIE-BREAK MAKES    *             00302001
003030* THE SURVIVOR SEQUENCE FULLY DETERMINISTIC         *             00303001
003040*****************************************************             00304001
003050 SORT-TABLE-PARA.                                                 00305001
003060     COMPUTE WS-SORT-TOP = WS-TT-COUNT - 1                        00306001
003070     SET WS-SWAPPED TO TRUE                                       00307001
003080     PERFORM SORT-PASS-PARA                                       00308001
003090             UNTIL NOT WS-SWAPPED                                 00309001
003100                OR WS-SORT-TOP < 1.                               00310001
003110 SORT-PASS-PARA.                                                  00311001
003120     MOVE 'N' TO WS-SWAP-SW                                       00312001
003130     PERFORM SORT-COMPARE-PARA                                    00313001
003140             VARYING WS-TT-IX FROM 1 BY 1                         00314001
003150             UNTIL WS-TT-IX > WS-SORT-TOP                         00315001
003160     SUBTRACT 1 FROM WS-SORT-TOP.                                 00316001
003170 SORT-COMPARE-PARA.                                               00317001
003180     COMPUTE WS-TT-JX = WS-TT-IX + 1                              00318001
003190     IF WS-TT-KEY (WS-TT-IX) > WS-TT-KEY (WS-TT-JX)               00319001
003200        MOVE WS-TT-ENTRY (WS-TT-IX) TO WS-SWAP-ENTRY              00320001
003210        MOVE WS-TT-ENTRY (WS-TT-JX)                               00321001
003220          TO WS-TT-ENTRY (WS-TT-IX)                               00322001
003230        MOVE WS-SWAP-ENTRY TO WS-TT-ENTRY (WS-TT-JX)              00323001
003240        SET WS-SWAPPED TO TRUE                                    00324001
003250     END-IF.                                                      00325001
003260 EDIT-GROUPS-PARA.                                                00326001
003270     MOVE 1 TO WS-GRP-START                                       00327001
003280     PERFORM EDIT-ONE-GROUP-PARA                                  00328001
003290             UNTIL WS-GRP-START > WS-TT-COUNT.                    00329001
003300 EDIT-ONE-GROUP-PARA.                                             00330001
003310     MOVE WS-GRP-START TO WS-GRP-END                              00331001
003320     PERFORM FIND-GROUP-END-PARA                                  00332001
003330             UNTIL WS-GRP-END = WS-TT-COUNT                       00333001
003340                OR WS-TT-EMPNO (WS-GRP-END + 1)                   00334001
003350                   NOT = WS-TT-EMPNO (WS-GRP-START)               00335001
003360     COMPUTE WS-GRP-SIZE = WS-GRP-END - WS-GRP-START + 1          00336001
003370     MOVE 'N'  TO WS-GRP-TERM-SW                                  00337001
003380     MOVE 'N'  TO WS-GRP-CHG-SW                                   00338001
003390     MOVE ZERO TO WS-GRP-LAST-CHG                                 00339001
003400     MOVE ZERO TO WS-GRP-LAST-BON                                 00340001
003410     MOVE ZERO TO WS-GRP-LAST-TRM                                 00341001
003420     MOVE ZERO TO WS-GRP-LAST-ADD                                 00342001
003430     PERFORM EDIT-ENTRY-PARA                                      00343001
003440             VARYING WS-TT-IX FROM WS-GRP-START BY 1              00344001
003450             UNTIL WS-TT-IX > WS-GRP-END                          00345001
003460     IF WS-GRP-SIZE > 1                                           00346001
003470        ADD 1 TO WS-MULTI-GROUPS                                  00347001
003480        PERFORM XREF-ENTRY-PARA                                   00348001
003490                VARYING WS-TT-IX FROM WS-GRP-START BY 1           00349001
003500                UNTIL WS-TT-IX > WS-GRP-END                       00350001
003510     END-IF                                                       00351001
003520     COMPUTE WS-GRP-START = WS-GRP-END + 1.                       00352001
003530 FIND-GROUP-END-PARA.                                             00353001
003540     ADD 1 TO WS-GRP-END.                                         00354001
003550*****************************************************             00355001
003560* THE CONFLICT RULES, APPLIED IN SURVIVOR SEQUENCE. *             00356001
003570* A MONEY TRANSACTION BEHIND A TERMINATION AND AN   *             00357001
003580* ADD BEHIND A MONEY TRANSACTION ARE CONFLICTS; A   *             00358001
003590* SECOND TRANSACTION OF THE SAME ACTION SUPERSEDES  *             00359001
003600* THE EARLIER ONE, WHICH IS REJECTED RATHER THAN    *             00360001
003610* SILENTLY OVERWRITTEN                              *             00361001
003620*****************************************************             00362001
003630 EDIT-ENTRY-PARA.                                                 00363001
003640     MOVE WS-TT-RECORD (WS-TT-IX) TO TRANS-RECORD                 00364001
003650     EVALUATE TRUE                                                00365001
003660        WHEN TRANS-ACTION-TERM                                    00366001
003670           IF WS-GRP-LAST-TRM > ZERO                              00367001
003680              MOVE 'R020' TO WS-TT-DISP (WS-GRP-LAST-TRM)         00368001
003690           END-IF                                                 00369001
003700           MOVE WS-TT-IX TO WS-GRP-LAST-TRM                       00370001
003710           SET WS-GRP-TERM-SEEN TO TRUE                           00371001
003720        WHEN TRANS-ACTION-ADD                                     00372001
003730           IF WS-GRP-CHG-SEEN                                     00373001
003740              MOVE 'R019' TO WS-TT-DISP (WS-TT-IX)                00374001
003750           ELSE                                                   00375001
003760              IF WS-GRP-LAST-ADD > ZERO                           00376001
003770                 MOVE 'R020' TO WS-TT-DISP (WS-GRP-LAST-ADD)      00377001
003780              END-IF                                              00378001
003790              MOVE WS-TT-IX TO WS-GRP-LAST-ADD                    00379001
003800           END-IF                                                 00380001
003810        WHEN TRANS-ACTION-BONUS                                   00381001
003820           IF WS-GRP-TERM-SEEN                                    00382001
003830              MOVE 'R019' TO WS-TT-DISP (WS-TT-IX)                00383001
003840           ELSE                                                   00384001
003850              IF WS-GRP-LAST-BON > ZERO                           00385001
003860                 MOVE 'R020' TO WS-TT-DISP (WS-GRP-LAST-BON)      00386001
003870              END-IF                                              00387001
003880              MOVE WS-TT-IX TO WS-GRP-LAST-BON                    00388001
003890              SET WS-GRP-CHG-SEEN TO TRUE                         00389001
003900           END-IF                                                 00390001
003910        WHEN OTHER                                                00391001
003920           IF WS-GRP-TERM-SEEN                                    00392001
003930              MOVE 'R019' TO WS-TT-DISP (WS-TT-IX)                00393001
003940           ELSE                                                   00394001
003950              IF WS-GRP-LAST-CHG > ZERO                           00395001
003960                 MOVE 'R020' TO WS-TT-DISP (WS-GRP-LAST-CHG)      00396001
003970              END-IF                                              00397001
003980              MOVE WS-TT-IX TO WS-GRP-LAST-CHG                    00398001
003990              SET WS-GRP-CHG-SEEN TO TRUE                         00399001
004000           END-IF                                                 00400001
004010     END-EVALUATE.                                                00401001
004020 XREF-ENTRY-PARA.                                                 00402001
004030     MOVE WS-TT-RECORD (WS-TT-IX) TO TRANS-RECORD                 00403001
004040     MOVE SPACES                TO WS-PL-DETAIL                   00404001
004050     MOVE WS-TT-EMPNO (WS-TT-IX)   TO WS-PLD-EMPNO                00405001
004060     MOVE TRANS-ACTION          TO WS-PLD-ACTION                  00406001
004070     MOVE WS-TT-EFFDATE (WS-TT-IX) TO WS-PLD-EFFDATE              00407001
004080     MOVE WS-TT-SOURCE (WS-TT-IX)  TO WS-PLD-SOURCE               00408001
004090     MOVE WS-TT-SEQ (WS-TT-IX)     TO WS-PLD-SEQ                  00409001
004100     IF TRANS-SALARY NUMERIC                                      00410001
004110        MOVE TRANS-SALARY       TO WS-PLD-SALARY                  00411001
004120     END-IF                                                       00412001
004130     IF WS-TT-DISP (WS-TT-IX) = SPACES                            00413001
004140        MOVE 'KEPT    '         TO WS-PLD-DISP                    00414001
004150     ELSE                                                         00415001
004160        MOVE WS-TT-DISP (WS-TT-IX) TO WS-PLD-DISP                 00416001
004170     END-IF                                                       00417001
004180     MOVE WS-PRINT-LINE TO RPT-RECORD                             00418001
004190     WRITE RPT-RECORD.                                            00419001
004200 OUTPUT-TABLE-PARA.                                               00420001
004210     IF WS-TT-DISP (WS-TT-IX) = SPACES                            00421001
004220        MOVE WS-TT-RECORD (WS-TT-IX) TO TRANS-OUT-RECORD          00422001
004230        WRITE TRANS-OUT-RECORD                                    00423001
004240        ADD 1 TO WS-KEPT-COUNT                                    00424001
004250     ELSE                                                         00425001
004260        MOVE WS-TT-RECORD (WS-TT-IX) TO REJECT-RECORD             00426001
004270        MOVE WS-TT-DISP (WS-TT-IX)   TO REJ-REASON                00427001
004280        WRITE REJECT-RECORD                                       00428001
004290        ADD 1 TO WS-REJECTED-COUNT                                00429001
004300        MOVE WS-TT-RECORD (WS-TT-IX) TO TRANS-RECORD              00430001
004310        DISPLAY 'TRANSACTION REJECTED, '                          00431001
004320                WS-TT-DISP (WS-TT-IX) ' : ' TRANS-EMPNO           00432001
004330                ' ACTION : ' TRANS-ACTION                         00433001
004340     END-IF.                                                      00434001
004350 HEADING-PARA.                                                    00435001
004360     MOVE SPACES TO WS-PL-HEADING                                 00436001
004370     MOVE "*********************************************"         00437001
004380         TO WS-PLH-BANNER                                         00438001
004390     MOVE WS-PRINT-LINE TO RPT-RECORD                             00439001
004400     WRITE RPT-RECORD AFTER ADVANCING PAGE                        00440001
004410     MOVE SPACES TO WS-PL-HEADING                                 00441001
004420     MOVE "     MULTI-TRANSACTION CROSS-REFERENCE       "         00442001
004430         TO WS-PLH-BANNER                                         00443001
004440     MOVE WS-PRINT-LINE TO RPT-RECORD                             00444001
004450     WRITE RPT-RECORD                                             00445001
004460     MOVE SPACES TO WS-PL-HEADING                                 00446001
004470     MOVE "EMPNO ,A,EFFECTIVE ,S,SEQ NO ,SALARY       ,"          00447001
004480         TO WS-PLH-BANNER                                         00448001
004490     MOVE WS-PRINT-LINE TO RPT-RECORD                             00449001
004500     WRITE RPT-RECORD                                             00450001
004510     MOVE SPACES TO WS-PL-HEADING                                 00451001
004520     MOVE "DISPOSITION (S : P=PENDING, T=TRANSIN)"                00452001
004530         TO WS-PLH-BANNER                                         00453001
004540     MOVE WS-PRINT-LINE TO RPT-RECORD                             00454001
004550     WRITE RPT-RECORD                                             00455001
004560     MOVE SPACES TO WS-PL-HEADING                                 00456001
004570     MOVE "*********************************************"         00457001
004580         TO WS-PLH-BANNER                                         00458001
004590     MOVE WS-PRINT-LINE TO RPT-RECORD                             00459001
004600     WRITE RPT-RECORD.                                            00460001
004610 TRAILER-PARA.                                                    00461001
004620     MOVE SPACES TO WS-PL-TRAILER                                 00462001
004630     MOVE "PENDING RECORDS READ        : "                        00463001
004640         TO WS-PLT-LABEL                                          00464001
004650     MOVE WS-PEND-IN-COUNT TO WS-PLT-COUNT                        00465001
004660     MOVE WS-PRINT-LINE    TO RPT-RECORD                          00466001
004670     WRITE RPT-RECORD                                             00467001
004680     MOVE SPACES TO WS-PL-TRAILER                                 00468001
004690     MOVE "TRANSACTION RECORDS READ    : "                        00469001
004700         TO WS-PLT-LABEL                                          00470001
004710     MOVE WS-TRANS-IN-COUNT TO WS-PLT-COUNT                       00471001
004720     MOVE WS-PRINT-LINE     TO RPT-RECORD                         00472001
004730     WRITE RPT-RECORD                                             00473001
004740     MOVE SPACES TO WS-PL-TRAILER                                 00474001
004750     MOVE "TRANSACTIONS KEPT           : "                        00475001
004760         TO WS-PLT-LABEL                                          00476001
004770     MOVE WS-KEPT-COUNT TO WS-PLT-COUNT                           00477001
004780     MOVE WS-PRINT-LINE TO RPT-RECORD                             00478001
004790     WRITE RPT-RECORD                                             00479001
004800     MOVE SPACES TO WS-PL-TRAILER                                 00480001
004810     MOVE "TRANSACTIONS REJECTED       : "                        00481001
004820         TO WS-PLT-LABEL                                          00482001
004830     MOVE WS-REJECTED-COUNT TO WS-PLT-COUNT                       00483001
004840     MOVE WS-PRINT-LINE     TO RPT-RECORD                         00484001
004850     WRITE RPT-RECORD                                             00485001
004860     MOVE SPACES TO WS-PL-TRAILER                                 00486001
004870     MOVE "MULTI-RECORD EMPNOS         : "                        00487001
004880         TO WS-PLT-LABEL                                          00488001
004890     MOVE WS-MULTI-GROUPS TO WS-PLT-COUNT                         00489001
004900     MOVE WS-PRINT-LINE   TO RPT-RECORD                           00490001
004910     WRITE RPT-RECORD                                             00491001
004920     MOVE SPACES TO WS-PL-TRAILER                                 00492001
004930     MOVE "PASSED THROUGH UNEDITED     : "                        00493001
004940         TO WS-PLT-LABEL                                          00494001
004950     MOVE WS-DROPPED-COUNT TO WS-PLT-COUNT                        00495001
004960     MOVE WS-PRINT-LINE    TO RPT-RECORD                          00496001
004970     WRITE RPT-RECORD.                                            00497001
004980*****************************************************             00498001
004990* NIGHTLY CYCLE CHECK, BEFORE ANY WORK IS DONE.  A   *            00499001
005000* STEP OUT OF SEQUENCE ENDS HERE WITH RETURN CODE 12 *            00500001
005010* AND LEAVES THE CYCLE DATASET AS IT FOUND IT        *            00501001
005020*****************************************************             00502001
005030 CYCLE-START-PARA.                                                00503001
005040     PERFORM LOAD-CYCLE-PARA                                      00504001
005050     PERFORM LOCATE-CYCLE-PARA                                    00505001
005060     IF WS-CYC-MY-IX = ZERO                                       00506001
005070        DISPLAY 'CYCLE CHECK FAILED, NO CYCLE RECORD FOR : '      00507001
005080                WS-CYC-STEP-ID                                    00508001
005090        SET WS-CYC-REFUSED TO TRUE                                00509001
005100     ELSE                                                         00510001
005110        MOVE WS-CYC-ENTRY (1) TO CYCLE-RECORD                     00511001
005120        MOVE CYC-CYCLE-DATE   TO WS-CYC-DATE                      00512001
005130        PERFORM CHECK-CYCLE-PARA                                  00513001
005140                VARYING WS-CYC-IX FROM 1 BY 1                     00514001
005150                UNTIL WS-CYC-IX > WS-CYC-COUNT                    00515001
005160     END-IF                                                       00516001
005170     IF WS-CYC-REFUSED                                            00517001
005180        DISPLAY 'STEP ' WS-CYC-STEP-ID ' NOT RUN, OUT OF SEQUENCE'00518001
005190                ' FOR CYCLE ' WS-CYC-DATE                         00519001
005200        MOVE 12 TO RETURN-CODE                                    00520001
005210        STOP RUN                                                  00521001
005220     END-IF                                                       00522001
005230     PERFORM MARK-START-PARA.                                     00523001
005240 CHECK-CYCLE-PARA.                                                00524001
005250     MOVE WS-CYC-ENTRY (WS-CYC-IX) TO CYCLE-RECORD                00525001
005260     EVALUATE TRUE                                                00526001
005270        WHEN WS-CYC-IX < WS-CYC-MY-IX                             00527001
005280           IF NOT CYC-ENDED-OK                                    00528001
005290              OR CYC-CYCLE-DATE NOT = WS-CYC-DATE                 00529001
005300              DISPLAY 'CYCLE CHECK FAILED, NOT YET ENDED CLEAN : '00530001
005310                      CYC-STEP-ID                                 00531001
005320              SET WS-CYC-REFUSED TO TRUE                          00532001
005330           END-IF                                                 00533001
005340        WHEN WS-CYC-IX > WS-CYC-MY-IX                             00534001
005350           IF NOT CYC-OUTSTANDING                                 00535001
005360              DISPLAY 'CYCLE CHECK FAILED, LATER STEP STARTED : ' 00536001
005370                      CYC-STEP-ID                                 00537001
005380              SET WS-CYC-REFUSED TO TRUE                          00538001
005390           END-IF                                                 00539001
005400        WHEN OTHER                                                00540001
005410           IF CYC-ENDED-OK                                        00541001
005420              AND NOT WS-CYC-RERUN-OK                             00542001
005430              DISPLAY 'CYCLE CHECK FAILED, ALREADY ENDED CLEAN : '00543001
005440                      CYC-STEP-ID                                 00544001
005450              SET WS-CYC-REFUSED TO TRUE                          00545001
005460           END-IF                                                 00546001
005470     END-EVALUATE.                                                00547001
005480 MARK-START-PARA.                                                 00548001
005490     PERFORM GET-CYCLE-TIME-PARA                                  00549001
005500     MOVE WS-CYC-ENTRY (WS-CYC-MY-IX) TO CYCLE-RECORD             00550001
005510     MOVE 'S'             TO CYC-STATUS                           00551001
005520     MOVE WS-CYC-NOW-ISO  TO CYC-START-DATE                       00552001
005530     MOVE WS-CYC-HHMMSS   TO CYC-START-TIME                       00553001
005540     MOVE SPACES          TO CYC-END-DATE                         00554001
005550     MOVE SPACES          TO CYC-END-TIME                         00555001
005560     MOVE ZERO            TO CYC-RETURN-CODE                      00556001
005570     ADD 1                TO CYC-RUN-COUNT                        00557001
005580     MOVE CYCLE-RECORD    TO WS-CYC-ENTRY (WS-CYC-MY-IX)          00558001
005590     PERFORM SAVE-CYCLE-PARA                                      00559001
005600     DISPLAY 'CYCLE ' WS-CYC-DATE ' STEP ' WS-CYC-STEP-ID         00560001
005610             ' STARTED'.                                          00561001
005620*****************************************************             00562001
005630* RECORDS HOW THE STEP ENDED : RETURN CODE UNDER 8   *            00563001
005640* IS ENDED CLEAN, ANYTHING HIGHER IS FAILED          *            00564001
005650*****************************************************             00565001
005660 CYCLE-END-PARA.                                                  00566001
005670     MOVE RETURN-CODE TO WS-CYC-RC                                00567001
005680     PERFORM LOAD-CYCLE-PARA                                      00568001
005690     PERFORM LOCATE-CYCLE-PARA                                    00569001
005700     IF WS-CYC-MY-IX > ZERO                                       00570001
005710        PERFORM GET-CYCLE-TIME-PARA                               00571001
005720        MOVE WS-CYC-ENTRY (WS-CYC-MY-IX) TO CYCLE-RECORD          00572001
005730        IF WS-CYC-RC < 8                                          00573001
005740           MOVE 'E' TO CYC-STATUS                                 00574001
005750        ELSE                                                      00575001
005760           MOVE 'F' TO CYC-STATUS                                 00576001
005770        END-IF                                                    00577001
005780        MOVE WS-CYC-NOW-ISO  TO CYC-END-DATE                      00578001
005790        MOVE WS-CYC-HHMMSS   TO CYC-END-TIME                      00579001
005800        MOVE WS-CYC-RC       TO CYC-RETURN-CODE                   00580001
005810        MOVE CYCLE-RECORD    TO WS-CYC-ENTRY (WS-CYC-MY-IX)       00581001
005820        PERFORM SAVE-CYCLE-PARA                                   00582001
005830        DISPLAY 'CYCLE ' CYC-CYCLE-DATE ' STEP ' WS-CYC-STEP-ID   00583001
005840                ' ENDED, RETURN CODE ' WS-CYC-RC                  00584001
005850     END-IF                                                       00585001
005860     MOVE WS-CYC-RC TO RETURN-CODE.                               00586001
005870 GET-CYCLE-TIME-PARA.                                             00587001
005880     ACCEPT WS-CYC-NOW  FROM DATE YYYYMMDD                        00588001
005890     ACCEPT WS-CYC-TIME FROM TIME                                 00589001
005900     MOVE WS-CYC-NOW-YEAR  TO WS-CNI-YEAR                         00590001
005910     MOVE WS-CYC-NOW-MONTH TO WS-CNI-MONTH                        00591001
005920     MOVE WS-CYC-NOW-DAY   TO WS-CNI-DAY.                         00592001
005930 LOCATE-CYCLE-PARA.                                               00593001
005940     MOVE ZERO TO WS-CYC-MY-IX                                    00594001
005950     PERFORM FIND-CYCLE-PARA                                      00595001
005960             VARYING WS-CYC-IX FROM 1 BY 1                        00596001
005970             UNTIL WS-CYC-IX > WS-CYC-COUNT.                      00597001
005980 FIND-CYCLE-PARA.                                                 00598001
005990     MOVE WS-CYC-ENTRY (WS-CYC-IX) TO CYCLE-RECORD                00599001
006000     IF CYC-STEP-ID = WS-CYC-STEP-ID                              00600001
006010        MOVE WS-CYC-IX TO WS-CYC-MY-IX                            00601001
006020     END-IF.                                                      00602001
006030 LOAD-CYCLE-PARA.                                                 00603001
006040     MOVE ZERO TO WS-CYC-COUNT                                    00604001
006050     MOVE 'N'  TO WS-CYC-EOF-SW                                   00605001
006060     OPEN INPUT CYCLE-FILE                                        00606001
006070     PERFORM READ-CYCLE-PARA                                      00607001
006080             UNTIL WS-CYC-EOF                                     00608001
006090     CLOSE CYCLE-FILE.                                            00609001
006100 READ-CYCLE-PARA.                                                 00610001
006110     READ CYCLE-FILE                                              00611001
006120         AT END                                                   00612001
006130           SET WS-CYC-EOF TO TRUE                                 00613001
006140         NOT AT END                                               00614001
006150           IF WS-CYC-COUNT < WS-CYC-LIMIT                         00615001
006160              ADD 1 TO WS-CYC-COUNT                               00616001
006170              MOVE CYCLE-FILE-RECORD                              00617001
006180                TO WS-CYC-ENTRY (WS-CYC-COUNT)                    00618001
006190           END-IF                                                 00619001
006200     END-READ.                                                    00620001
006210 SAVE-CYCLE-PARA.                                                 00621001
006220     OPEN OUTPUT CYCLE-FILE                                       00622001
006230     PERFORM WRITE-CYCLE-PARA                                     00623001
006240             VARYING WS-CYC-IX FROM 1 BY 1                        00624001
006250             UNTIL WS-CYC-IX > WS-CYC-COUNT                       00625001
006260     CLOSE CYCLE-FILE.                                            00626001
006270 WRITE-CYCLE-PARA.                                                00627001
006280     MOVE WS-CYC-ENTRY (WS-CYC-IX) TO CYCLE-FILE-RECORD           00628001
006290     WRITE CYCLE-FILE-RECORD.                                     00629001
