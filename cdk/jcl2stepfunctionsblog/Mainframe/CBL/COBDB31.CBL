000210*WAREHOUSE WANTS MOVEMENT DELIVERED.       *                      00021001
000220*ALSO PRINTS A CHANGE-DETECTION REPORT,    *                      00022001
000230*ONE LINE PER DELTA RECORD.                *                      00023001
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
000340     SELECT NEW-SNAP-FILE ASSIGN TO SNAPNEW.                      00034001
000350     SELECT OLD-SNAP-FILE ASSIGN TO SNAPOLD.                      00035001
000360     SELECT DELTA-FILE    ASSIGN TO DELTAOUT.                     00036001
000370     SELECT RPT-FILE      ASSIGN TO RPTOUT.                       00037001
000380     SELECT CYCLE-FILE  ASSIGN TO CYCLE.                          00038001
000390 DATA DIVISION.                                                   00039001
000400 FILE SECTION.                                                    00040001
000410*****************************************************             00041001
000420* TONIGHT'S AND LAST NIGHT'S SNAPSHOTS, EMPSNAP     *             00042001
000430* LAYOUT.  ONLY THE MATCH KEY FIELDS ARE NAMED      *             00043001
000440* HERE; THE FULL LAYOUT LIVES IN THE EMPSNAP WORK   *             00044001
000450* RECORD IN WORKING-STORAGE                         *             00045001
000460*****************************************************             00046001
000470 FD  NEW-SNAP-FILE                                                00047001
000480     RECORDING MODE F                                             00048001
000490     LABEL RECORDS ARE STANDARD.                                  00049001
000500 01  NEW-SNAP-RECORD.                                             00050001
000510     05  NSN-EMPNO               PIC X(6).                        00051001
000520     05  FILLER                  PIC X(28).                       00052001
000530     05  NSN-WORKDEPT            PIC X(3).                        00053001
000540     05  FILLER                  PIC X(83).                       00054001
000550 FD  OLD-SNAP-FILE                                                00055001
000560     RECORDING MODE F                                             00056001
000570     LABEL RECORDS ARE STANDARD.                                  00057001
000580 01  OLD-SNAP-RECORD.                                             00058001
000590     05  OSN-EMPNO               PIC X(6).                        00059001
000600     05  FILLER                  PIC X(28).                       00060001
000610     05  OSN-WORKDEPT            PIC X(3).                        00061001
000620     05  FILLER                  PIC X(83).                       00062001
000630*****************************************************             00063001
000640* DELIMITED DELTA EXTRACT FOR THE WAREHOUSE LOAD    *             00064001
000650*****************************************************             00065001
000660 FD  DELTA-FILE                                                   00066001
000670     RECORDING MODE F                                             00067001
000680     LABEL RECORDS ARE STANDARD.                                  00068001
000690 01  DELTA-RECORD                PIC X(132).                      00069001
000700 FD  RPT-FILE                                                     00070001
000710     RECORDING MODE F                                             00071001
000720     LABEL RECORDS ARE STANDARD.                                  00072001
000730 01  RPT-RECORD                  PIC X(132).                      00073001
000740*****************************************************             00074001
000750* NIGHTLY CYCLE CONTROL DATASET, CYCLEREC LAYOUT,   *             00075001
000760* READ AND REWRITTEN WHOLE AT START AND END OF STEP *             00076001
000770*****************************************************             00077001
000780 FD  CYCLE-FILE                                                   00078001
000790     RECORDING MODE F                                             00079001
000800     LABEL RECORDS ARE STANDARD.                                  00080001
000810 01  CYCLE-FILE-RECORD           PIC X(80).                       00081001
000820 WORKING-STORAGE SECTION.                                         00082001
000830*****************************************************             00083001
000840* WORKAREAS                                         *             00084001
000850*****************************************************             00085001
000860 77  WS-NEW-EOF-SW       PIC X          VALUE  'N'.               00086001
000870         88  WS-NEW-EOF                 VALUE  'Y'.               00087001
000880 77  WS-OLD-EOF-SW       PIC X          VALUE  'N'.               00088001
000890         88  WS-OLD-EOF                 VALUE  'Y'.               00089001
000900 77  WS-DELTA-TYPE       PIC X          VALUE  SPACE.             00090001
000910*****************************************************             00091001
000920* RECORD COUNTERS FOR THE BALANCING LINES            *            00092001
000930*****************************************************             00093001
000940 77  WS-NEW-IN-COUNT     PIC S9(7) COMP VALUE ZERO.               00094001
000950 77  WS-OLD-IN-COUNT     PIC S9(7) COMP VALUE ZERO.               00095001
000960 77  WS-ADD-COUNT        PIC S9(7) COMP VALUE ZERO.               00096001
000970 77  WS-CHG-COUNT        PIC S9(7) COMP VALUE ZERO.               00097001
000980 77  WS-DEL-COUNT        PIC S9(7) COMP VALUE ZERO.               00098001
000990 77  WS-SAME-COUNT       PIC S9(7) COMP VALUE ZERO.               00099001
001000*****************************************************             00100001
001010*  EXTRACT WORKAREAS, SAME SHAPE AS THE COBDB21     *             00101001
001020*  EMPEXTR HEADER AND TRAILER                       *             00102001
001030*****************************************************             00103001
001040 77  WS-EXT-COUNT        PIC S9(7) COMP VALUE ZERO.               00104001
001050 77  WS-EXT-SALARY-HASH  PIC S9(11)V9(2) USAGE COMP-3             00105001
001060                                        VALUE ZERO.               00106001
001070 77  WS-EXT-SALARY       PIC 9(7).99    VALUE ZERO.               00107001
001080 77  WS-EXT-BONUS        PIC 9(7).99    VALUE ZERO.               00108001
001090 77  WS-EXT-COMM         PIC 9(7).99    VALUE ZERO.               00109001
001100 77  WS-EXT-EDLEVEL      PIC 9(4)       VALUE ZERO.               00110001
001110 77  WS-EXT-REC-COUNT    PIC 9(7)       VALUE ZERO.               00111001
001120 77  WS-EXT-HASH-TOTAL   PIC 9(11).99   VALUE ZERO.               00112001
001130*****************************************************             00113001
001140* MATCH KEYS IN FILE ORDER (WORKDEPT, THEN EMPNO).  *             00114001
001150* HIGH-VALUES MARKS AN EXHAUSTED SIDE SO THE OTHER  *             00115001
001160* SIDE DRAINS NATURALLY                             *             00116001
001170*****************************************************             00117001
001180 01  WS-NEW-KEY.                                                  00118001
001190     05  WS-NK-WORKDEPT          PIC X(3).                        00119001
001200     05  WS-NK-EMPNO             PIC X(6).                        00120001
001210 01  WS-OLD-KEY.                                                  00121001
001220     05  WS-OK-WORKDEPT          PIC X(3).                        00122001
001230     05  WS-OK-EMPNO             PIC X(6).                        00123001
001240*****************************************************             00124001
001250* FULL IMAGES OF THE RECORDS IN HAND AND THE        *             00125001
001260* EMPSNAP WORK RECORD THE DELTA IS FORMATTED FROM   *             00126001
001270*****************************************************             00127001
001280 01  WS-NEW-IMAGE            PIC X(120).                          00128001
001290 01  WS-OLD-IMAGE            PIC X(120).                          00129001
001300     COPY EMPSNAP.                                                00130001
001310*****************************************************             00131001
001320* SYSTEM DATE WORKAREAS                              *            00132001
001330*****************************************************             00133001
001340 01  WS-RUN-DATE.                                                 00134001
001350     05  WS-RUN-YEAR             PIC 9(4).                        00135001
001360     05  WS-RUN-MONTH            PIC 9(2).                        00136001
001370     05  WS-RUN-DAY              PIC 9(2).                        00137001
001380 01  WS-RUN-DATE-ISO.                                             00138001
001390     05  WS-RDI-YEAR             PIC 9(4).                        00139001
001400     05  FILLER                  PIC X(1)  VALUE '-'.             00140001
001410     05  WS-RDI-MONTH            PIC 9(2).                        00141001
001420     05  FILLER                  PIC X(1)  VALUE '-'.             00142001
001430     05  WS-RDI-DAY              PIC 9(2).                        00143001
001440*****************************************************             00144001
001450*  PRINT-LINE LAYOUTS FOR RPT-FILE                   *            00145001
001460*****************************************************             00146001
001470 01  WS-PRINT-LINE.                                               00147001
001480     05  WS-PL-HEADING.                                           00148001
001490         10  WS-PLH-BANNER        PIC X(80).                      00149001
001500         10  FILLER               PIC X(52).                      00150001
001510     05  WS-PL-DETAIL REDEFINES WS-PL-HEADING.                    00151001
001520         10  WS-PLD-TYPE          PIC X(1).                       00152001
001530         10  FILLER               PIC X(1).                       00153001
001540         10  WS-PLD-EMPNO         PIC X(6).                       00154001
001550         10  FILLER               PIC X(1).                       00155001
001560         10  WS-PLD-WORKDEPT      PIC X(3).                       00156001
001570         10  FILLER               PIC X(1).                       00157001
001580         10  WS-PLD-JOB           PIC X(8).                       00158001
001590         10  FILLER               PIC X(1).                       00159001
001600         10  WS-PLD-SALARY        PIC Z,ZZZ,ZZ9.99.               00160001
001610         10  FILLER               PIC X(1).                       00161001
001620         10  WS-PLD-LASTNAME      PIC X(15).                      00162001
001630         10  FILLER               PIC X(81).                      00163001
001640     05  WS-PL-TRAILER REDEFINES WS-PL-HEADING.                   00164001
001650         10  WS-PLT-LABEL         PIC X(34).                      00165001
001660         10  WS-PLT-COUNT         PIC ZZZ,ZZ9.                    00166001
001670         10  FILLER               PIC X(91).                      00167001
001680*****************************************************             00168001
001690* NIGHTLY CYCLE CONTROL.  THIS STEP MAY ONLY START   *            00169001
001700* WHEN EVERY STEP AHEAD OF IT ENDED CLEAN IN THE     *            00170001
001710* CURRENT CYCLE AND NO STEP AFTER IT HAS STARTED     *            00171001
001720*****************************************************             00172001
001730 77  WS-CYC-STEP-ID      PIC X(8)       VALUE  'COBDB31'.         00173001
001740 77  WS-CYC-RERUN-SW     PIC X          VALUE  'Y'.               00174001
001750         88  WS-CYC-RERUN-OK            VALUE  'Y'.               00175001
001760 77  WS-CYC-EOF-SW       PIC X          VALUE  'N'.               00176001
001770         88  WS-CYC-EOF                 VALUE  'Y'.               00177001
001780 77  WS-CYC-REFUSED-SW   PIC X          VALUE  'N'.               00178001
001790         88  WS-CYC-REFUSED             VALUE  'Y'.               00179001
001800 77  WS-CYC-COUNT        PIC S9(4) COMP VALUE ZERO.               00180001
001810 77  WS-CYC-LIMIT        PIC S9(4) COMP VALUE  20.                00181001
001820 77  WS-CYC-IX           PIC S9(4) COMP VALUE ZERO.               00182001
001830 77  WS-CYC-MY-IX        PIC S9(4) COMP VALUE ZERO.               00183001
001840 77  WS-CYC-DATE         PIC X(10)      VALUE SPACES.             00184001
001850 77  WS-CYC-RC           PIC 9(4)       VALUE ZERO.               00185001
001860 01  WS-CYC-NOW.                                                  00186001
001870     05  WS-CYC-NOW-YEAR         PIC 9(4).                        00187001
001880     05  WS-CYC-NOW-MONTH        PIC 9(2).                        00188001
001890     05  WS-CYC-NOW-DAY          PIC 9(2).                        00189001
001900 01  WS-CYC-NOW-ISO.                                              00190001
001910     05  WS-CNI-YEAR             PIC 9(4).                        00191001
001920     05  FILLER                  PIC X(1)  VALUE '-'.             00192001
001930     05  WS-CNI-MONTH            PIC 9(2).                        00193001
001940     05  FILLER                  PIC X(1)  VALUE '-'.             00194001
001950     05  WS-CNI-DAY              PIC 9(2).                        00195001
001960 01  WS-CYC-TIME.                                                 00196001
001970     05  WS-CYC-HHMMSS           PIC X(6).                        00197001
001980     05  FILLER                  PIC X(2).                        00198001
001990 01  WS-CYCLE-TABLE.                                              00199001
002000     05  WS-CYC-ENTRY  OCCURS 20 TIMES                            00200001
002010                                 PIC X(80).                       00201001
002020     COPY CYCLEREC.                                               00202001
002030 PROCEDURE DIVISION.                                              00203001
002040 MAIN-PARA.                                                       00204001
002050     PERFORM CYCLE-START-PARA.                                    00205001
002060     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00206001
002070     MOVE WS-RUN-YEAR  TO WS-RDI-YEAR.                            00207001
002080     MOVE WS-RUN-MONTH TO WS-RDI-MONTH.                           00208001
002090     MOVE WS-RUN-DAY   TO WS-RDI-DAY.                             00209001
002100     OPEN INPUT NEW-SNAP-FILE.                                    00210001
002110     OPEN INPUT OLD-SNAP-FILE.                                    00211001
002120     OPEN OUTPUT DELTA-FILE.                                      00212001
002130     OPEN OUTPUT RPT-FILE.                                        00213001
002140     PERFORM HEADING-PARA.                                        00214001
002150     PERFORM WRITE-EXT-HEADER-PARA.                               00215001
002160     PERFORM READ-NEW-PARA.                                       00216001
002170     PERFORM READ-OLD-PARA.                                       00217001
002180     PERFORM MATCH-PARA                                           00218001
002190             UNTIL WS-NEW-EOF AND WS-OLD-EOF.                     00219001
002200     PERFORM WRITE-EXT-TRAILER-PARA.                              00220001
002210     PERFORM TRAILER-PARA.                                        00221001
002220     CLOSE NEW-SNAP-FILE.                                         00222001
002230     CLOSE OLD-SNAP-FILE.                                         00223001
002240     CLOSE DELTA-FILE.                                            00224001
002250     CLOSE RPT-FILE.                                              00225001
002260     DISPLAY 'DELTA ADDS    : ' WS-ADD-COUNT                      00226001
002270     DISPLAY 'DELTA CHANGES : ' WS-CHG-COUNT                      00227001
002280     DISPLAY 'DELTA DELETES : ' WS-DEL-COUNT                      00228001
002290     DISPLAY 'UNCHANGED     : ' WS-SAME-COUNT                     00229001
002300     MOVE 0 TO RETURN-CODE                                        00230001
002310     PERFORM CYCLE-END-PARA                                       00231001
002320     STOP RUN.                                                    00232001
002330 READ-NEW-PARA.                                                   00233001
002340     READ NEW-SNAP-FILE                                           00234001
002350         AT END                                                   00235001
002360           SET WS-NEW-EOF TO TRUE                                 00236001
002370           MOVE HIGH-VALUES      TO WS-NEW-KEY                    00237001
002380         NOT AT END                                               00238001
002390           ADD 1 TO WS-NEW-IN-COUNT                               00239001
002400           MOVE NEW-SNAP-RECORD  TO WS-NEW-IMAGE                  00240001
002410           MOVE NSN-WORKDEPT     TO WS-NK-WORKDEPT                00241001
002420           MOVE NSN-EMPNO        TO WS-NK-EMPNO                   00242001
002430     END-READ.                                                    00243001
002440 READ-OLD-PARA.                                                   00244001
002450     READ OLD-SNAP-FILE                                           00245001
002460         AT END                                                   00246001
002470           SET WS-OLD-EOF TO TRUE                                 00247001
002480           MOVE HIGH-VALUES      TO WS-OLD-KEY                    00248001
002490         NOT AT END                                               00249001
002500           ADD 1 TO WS-OLD-IN-COUNT                               00250001
002510           MOVE OLD-SNAP-RECORD  TO WS-OLD-IMAGE                  00251001
002520           MOVE OSN-WORKDEPT     TO WS-OK-WORKDEPT                00252001
002530           MOVE OSN-EMPNO        TO WS-OK-EMPNO                   00253001
002540     END-READ.                                                    00254001
002550*****************************************************             00255001
002560* CLASSIC TWO-FILE MATCH ON WORKDEPT/EMPNO.  A KEY  *             00256001
002570* ONLY ON THE NEW SIDE IS AN ADD, ONLY ON THE OLD   *             00257001
002580* SIDE A DELETE, ON BOTH SIDES A CHANGE WHEN THE    *             00258001
002590* 120-BYTE IMAGES DIFFER                            *             00259001
002600*****************************************************             00260001
002610 MATCH-PARA.                                                      00261001
002620     EVALUATE TRUE                                                00262001
002630        WHEN WS-NEW-KEY < WS-OLD-KEY                              00263001
002640           MOVE 'A' TO WS-DELTA-TYPE                              00264001
002650           ADD 1 TO WS-ADD-COUNT                                  00265001
002660           MOVE WS-NEW-IMAGE TO SNAP-RECORD                       00266001
002670           PERFORM WRITE-DELTA-PARA                               00267001
002680           PERFORM READ-NEW-PARA                                  00268001
002690        WHEN WS-NEW-KEY > WS-OLD-KEY                              00269001
002700           MOVE 'D' TO WS-DELTA-TYPE                              00270001
002710           ADD 1 TO WS-DEL-COUNT                                  00271001
002720           MOVE WS-OLD-IMAGE TO SNAP-RECORD                       00272001
002730           PERFORM WRITE-DELTA-PARA                               00273001
002740           PERFORM READ-OLD-PARA                                  00274001
002750        WHEN OTHER                                                00275001
002760           IF WS-NEW-IMAGE = WS-OLD-IMAGE                         00276001
002770              ADD 1 TO WS-SAME-COUNT                              00277001
002780           ELSE                                                   00278001
002790              MOVE 'C' TO WS-DELTA-TYPE                           00279001
002800              ADD 1 TO WS-CHG-COUNT                               00280001
002810              MOVE WS-NEW-IMAGE TO SNAP-RECORD                    00281001
002820              PERFORM WRITE-DELTA-PARA                            00282001
002830           END-IF                                                 00283001
002840           PERFORM READ-NEW-PARA                                  00284001
002850           PERFORM READ-OLD-PARA                                  00285001
002860     END-EVALUATE.                                                00286001
002870 WRITE-EXT-HEADER-PARA.                                           00287001
002880     MOVE SPACES TO DELTA-RECORD                                  00288001
002890     STRING 'H|EMPDELTA|'     DELIMITED BY SIZE                   00289001
002900            WS-RUN-DATE-ISO   DELIMITED BY SIZE                   00290001
002910            INTO DELTA-RECORD                                     00291001
002920     WRITE DELTA-RECORD.                                          00292001
002930 WRITE-EXT-TRAILER-PARA.                                          00293001
002940     MOVE WS-EXT-COUNT       TO WS-EXT-REC-COUNT                  00294001
002950     MOVE WS-EXT-SALARY-HASH TO WS-EXT-HASH-TOTAL                 00295001
002960     MOVE SPACES TO DELTA-RECORD                                  00296001
002970     STRING 'T|'              DELIMITED BY SIZE                   00297001
002980            WS-EXT-REC-COUNT  DELIMITED BY SIZE                   00298001
002990            '|'               DELIMITED BY SIZE                   00299001
003000            WS-EXT-HASH-TOTAL DELIMITED BY SIZE                   00300001
003010            INTO DELTA-RECORD                                     00301001
003020     WRITE DELTA-RECORD.                                          00302001
003030*****************************************************             00303001
003040* ONE DELIMITED RECORD PER DELTA, SAME COLUMN LIST  *             00304001
003050* AS THE COBDB21 EXTRACT WITH THE RECORD TYPE IN    *             00305001
003060* FRONT.  THE IMAGE IN SNAP-RECORD IS THE NEW SIDE  *             00306001
003070* ON ADDS AND CHANGES, THE OLD SIDE ON DELETES      *             00307001
003080*****************************************************             00308001
003090 WRITE-DELTA-PARA.                                                00309001
003100     MOVE SNAP-SALARY  TO WS-EXT-SALARY                           00310001
003110     MOVE SNAP-BONUS   TO WS-EXT-BONUS                            00311001
003120     MOVE SNAP-COMM    TO WS-EXT-COMM                             00312001
003130     MOVE SNAP-EDLEVEL TO WS-EXT-EDLEVEL                          00313001
003140     MOVE SPACES TO DELTA-RECORD                                  00314001
003150     STRING WS-DELTA-TYPE     DELIMITED BY SIZE                   00315001
003160            '|'               DELIMITED BY SIZE                   00316001
003170            SNAP-EMPNO        DELIMITED BY SIZE                   00317001
003180            '|'               DELIMITED BY SIZE                   00318001
003190            SNAP-FIRSTNME     DELIMITED BY SIZE                   00319001
003200            '|'               DELIMITED BY SIZE                   00320001
003210            SNAP-MIDINIT      DELIMITED BY SIZE                   00321001
003220            '|'               DELIMITED BY SIZE                   00322001
003230            SNAP-LASTNAME     DELIMITED BY SIZE                   00323001
003240            '|'               DELIMITED BY SIZE                   00324001
003250            SNAP-WORKDEPT     DELIMITED BY SIZE                   00325001
003260            '|'               DELIMITED BY SIZE                   00326001
003270            SNAP-JOB          DELIMITED BY SIZE                   00327001
003280            '|'               DELIMITED BY SIZE                   00328001
003290            WS-EXT-EDLEVEL    DELIMITED BY SIZE                   00329001
003300            '|'               DELIMITED BY SIZE                   00330001
003310            WS-EXT-SALARY     DELIMITED BY SIZE                   00331001
003320            '|'               DELIMITED BY SIZE                   00332001
003330            WS-EXT-BONUS      DELIMITED BY SIZE                   00333001
003340            '|'               DELIMITED BY SIZE                   00334001
003350            WS-EXT-COMM       DELIMITED BY SIZE                   00335001
003360            INTO DELTA-RECORD                                     00336001
003370     WRITE DELTA-RECORD                                           00337001
003380     ADD 1 TO WS-EXT-COUNT                                        00338001
003390     ADD SNAP-SALARY TO WS-EXT-SALARY-HASH                        00339001
003400     PERFORM WRITE-DETAIL-PARA.                                   00340001
003410 WRITE-DETAIL-PARA.                                               00341001
003420     MOVE SPACES          TO WS-PL-DETAIL                         00342001
003430     MOVE WS-DELTA-TYPE   TO WS-PLD-TYPE                          00343001
003440     MOVE SNAP-EMPNO      TO WS-PLD-EMPNO                         00344001
003450     MOVE SNAP-WORKDEPT   TO WS-PLD-WORKDEPT                      00345001
003460     MOVE SNAP-JOB        TO WS-PLD-JOB                           00346001
003470     MOVE SNAP-SALARY     TO WS-PLD-SALARY                        00347001
003480     MOVE SNAP-LASTNAME   TO WS-PLD-LASTNAME                      00348001
003490     MOVE WS-PRINT-LINE   TO RPT-RECORD                           00349001
003500     WRITE RPT-RECORD.                                            00350001
003510 HEADING-PARA.                                                    00351001
003520     MOVE SPACES TO WS-PL-HEADING                                 00352001
003530     MOVE "*********************************************"         00353001
003540         TO WS-PLH-BANNER                                         00354001
003550     MOVE WS-PRINT-LINE TO RPT-RECORD                             00355001
003560     WRITE RPT-RECORD AFTER ADVANCING PAGE                        00356001
003570     MOVE SPACES TO WS-PL-HEADING                                 00357001
003580     MOVE "        SNAPSHOT CHANGE DETECTION REPORT     "         00358001
003590         TO WS-PLH-BANNER                                         00359001
003600     MOVE WS-PRINT-LINE TO RPT-RECORD                             00360001
003610     WRITE RPT-RECORD                                             00361001
003620     MOVE SPACES TO WS-PL-HEADING                                 00362001
003630     MOVE "T,EMPNO ,DEPT,JOB     ,SALARY       ,LAST NAME"        00363001
003640         TO WS-PLH-BANNER                                         00364001
003650     MOVE WS-PRINT-LINE TO RPT-RECORD                             00365001
003660     WRITE RPT-RECORD                                             00366001
003670     MOVE SPACES TO WS-PL-HEADING                                 00367001
003680     MOVE "*********************************************"         00368001
003690         TO WS-PLH-BANNER                                         00369001
003700     MOVE WS-PRINT-LINE TO RPT-RECORD                             00370001
003710     WRITE RPT-RECORD.                                            00371001
003720 TRAILER-PARA.                                                    00372001
003730     MOVE SPACES TO WS-PL-TRAILER                                 00373001
003740     MOVE "SNAPSHOT ROWS TONIGHT       : "                        00374001
003750         TO WS-PLT-LABEL                                          00375001
003760     MOVE WS-NEW-IN-COUNT TO WS-PLT-COUNT                         00376001
003770     MOVE WS-PRINT-LINE   TO RPT-RECORD                           00377001
003780     WRITE RPT-RECORD                                             00378001
003790     MOVE SPACES TO WS-PL-TRAILER                                 00379001
003800     MOVE "SNAPSHOT ROWS LAST NIGHT    : "                        00380001
003810         TO WS-PLT-LABEL                                          00381001
003820     MOVE WS-OLD-IN-COUNT TO WS-PLT-COUNT                         00382001
003830     MOVE WS-PRINT-LINE   TO RPT-RECORD                           00383001
003840     WRITE RPT-RECORD                                             00384001
003850     MOVE SPACES TO WS-PL-TRAILER                                 00385001
003860     MOVE "DELTA ADDS                  : "                        00386001
003870         TO WS-PLT-LABEL                                          00387001
003880     MOVE WS-ADD-COUNT    TO WS-PLT-COUNT                         00388001
003890     MOVE WS-PRINT-LINE   TO RPT-RECORD                           00389001
003900     WRITE RPT-RECORD                                             00390001
003910     MOVE SPACES TO WS-PL-TRAILER                                 00391001
003920     MOVE "DELTA CHANGES               : "                        00392001
003930         TO WS-PLT-LABEL                                          00393001
003940     MOVE WS-CHG-COUNT    TO WS-PLT-COUNT                         00394001
003950     MOVE WS-PRINT-LINE   TO RPT-RECORD                           00395001
003960     WRITE RPT-RECORD                                             00396001
003970     MOVE SPACES TO WS-PL-TRAILER                                 00397001
003980     MOVE "DELTA DELETES               : "                        00398001
003990         TO WS-PLT-LABEL                                          00399001
004000     MOVE WS-DEL-COUNT    TO WS-PLT-COUNT                         00400001
004010     MOVE WS-PRINT-LINE   TO RPT-RECORD                           00401001
004020     WRITE RPT-RECORD                                             00402001
004030     MOVE SPACES TO WS-PL-TRAILER                                 00403001
004040     MOVE "ROWS UNCHANGED              : "                        00404001
004050         TO WS-PLT-LABEL                                          00405001
004060     MOVE WS-SAME-COUNT   TO WS-PLT-COUNT                         00406001
004070     MOVE WS-PRINT-LINE   TO RPT-RECORD                           00407001
004080     WRITE RPT-RECORD.                                            00408001
004090*****************************************************             00409001
004100* NIGHTLY CYCLE CHECK, BEFORE ANY WORK IS DONE.  A   *            00410001
004110* STEP OUT OF SEQUENCE ENDS HERE WITH RETURN CODE 12 *            00411001
004120* AND LEAVES THE CYCLE DATASET AS IT FOUND IT        *            00412001
004130*****************************************************             00413001
004140 CYCLE-START-PARA.                                                00414001
004150     PERFORM LOAD-CYCLE-PARA                                      00415001
004160     PERFORM LOCATE-CYCLE-PARA                                    00416001
004170     IF WS-CYC-MY-IX = ZERO                                       00417001
004180        DISPLAY 'CYCLE CHECK FAILED, NO CYCLE RECORD FOR : '      00418001
004190                WS-CYC-STEP-ID                                    00419001
004200        SET WS-CYC-REFUSED TO TRUE                                00420001
004210     ELSE                                                         00421001
004220        MOVE WS-CYC-ENTRY (1) TO CYCLE-RECORD                     00422001
004230        MOVE CYC-CYCLE-DATE   TO WS-CYC-DATE                      00423001
004240        PERFORM CHECK-CYCLE-PARA                                  00424001
004250                VARYING WS-CYC-IX FROM 1 BY 1                     00425001
004260                UNTIL WS-CYC-IX > WS-CYC-COUNT                    00426001
004270     END-IF                                                       00427001
004280     IF WS-CYC-REFUSED                                            00428001
004290        DISPLAY 'STEP ' WS-CYC-STEP-ID ' NOT RUN, OUT OF SEQUENCE'00429001
004300                ' FOR CYCLE ' WS-CYC-DATE                         00430001
004310        MOVE 12 TO RETURN-CODE                                    00431001
004320        STOP RUN                                                  00432001
004330     END-IF                                                       00433001
004340     PERFORM MARK-START-PARA.                                     00434001
004350 CHECK-CYCLE-PARA.                                                00435001
004360     MOVE WS-CYC-ENTRY (WS-CYC-IX) TO CYCLE-RECORD                00436001
004370     EVALUATE TRUE                                                00437001
004380        WHEN WS-CYC-IX < WS-CYC-MY-IX                             00438001
004390           IF NOT CYC-ENDED-OK                                    00439001
004400              OR CYC-CYCLE-DATE NOT = WS-CYC-DATE                 00440001
004410              DISPLAY 'CYCLE CHECK FAILED, NOT YET ENDED CLEAN : '00441001
004420                      CYC-STEP-ID                                 00442001
004430              SET WS-CYC-REFUSED TO TRUE                          00443001
004440           END-IF                                                 00444001
004450        WHEN WS-CYC-IX > WS-CYC-MY-IX                             00445001
004460           IF NOT CYC-OUTSTANDING                                 00446001
004470              DISPLAY 'CYCLE CHECK FAILED, LATER STEP STARTED : ' 00447001
004480                      CYC-STEP-ID                                 00448001
004490              SET WS-CYC-REFUSED TO TRUE                          00449001
004500           END-IF                                                 00450001
004510        WHEN OTHER                                                00451001
004520           IF CYC-ENDED-OK                                        00452001
004530              AND NOT WS-CYC-RERUN-OK                             00453001
004540              DISPLAY 'CYCLE CHECK FAILED, ALREADY ENDED CLEAN : '00454001
004550                      CYC-STEP-ID                                 00455001
004560              SET WS-CYC-REFUSED TO TRUE                          00456001
004570           END-IF                                                 00457001
004580     END-EVALUATE.                                                00458001
004590 MARK-START-PARA.                                                 00459001
004600     PERFORM GET-CYCLE-TIME-PARA                                  00460001
004610     MOVE WS-CYC-ENTRY (WS-CYC-MY-IX) TO CYCLE-RECORD             00461001
004620     MOVE 'S'             TO CYC-STATUS                           00462001
004630     MOVE WS-CYC-NOW-ISO  TO CYC-START-DATE                       00463001
004640     MOVE WS-CYC-HHMMSS   TO CYC-START-TIME                       00464001
004650     MOVE SPACES          TO CYC-END-DATE                         00465001
004660     MOVE SPACES          TO CYC-END-TIME                         00466001
004670     MOVE ZERO            TO CYC-RETURN-CODE                      00467001
004680     ADD 1                TO CYC-RUN-COUNT                        00468001
004690     MOVE CYCLE-RECORD    TO WS-CYC-ENTRY (WS-CYC-MY-IX)          00469001
004700     PERFORM SAVE-CYCLE-PARA                                      00470001
004710     DISPLAY 'CYCLE ' WS-CYC-DATE ' STEP ' WS-CYC-STEP-ID         00471001
004720             ' STARTED'.                                          00472001
004730*****************************************************             00473001
004740* RECORDS HOW THE STEP ENDED : RETURN CODE UNDER 8   *            00474001
004750* IS ENDED CLEAN, ANYTHING HIGHER IS FAILED          *            00475001
004760*****************************************************             00476001
004770 CYCLE-END-PARA.                                                  00477001
004780     MOVE RETURN-CODE TO WS-CYC-RC                                00478001
004790     PERFORM LOAD-CYCLE-PARA                                      00479001
004800     PERFORM LOCATE-CYCLE-PARA                                    00480001
004810     IF WS-CYC-MY-IX > ZERO                                       00481001
004820        PERFORM GET-CYCLE-TIME-PARA                               00482001
004830        MOVE WS-CYC-ENTRY (WS-CYC-MY-IX) TO CYCLE-RECORD          00483001
004840        IF WS-CYC-RC < 8                                          00484001
004850           MOVE 'E' TO CYC-STATUS                                 00485001
004860        ELSE                                                      00486001
004870           MOVE 'F' TO CYC-STATUS                                 00487001
004880        END-IF                                                    00488001
004890        MOVE WS-CYC-NOW-ISO  TO CYC-END-DATE                      00489001
004900        MOVE WS-CYC-HHMMSS   TO CYC-END-TIME                      00490001
004910        MOVE WS-CYC-RC       TO CYC-RETURN-CODE                   00491001
004920        MOVE CYCLE-RECORD    TO WS-CYC-ENTRY (WS-CYC-MY-IX)       00492001
004930        PERFORM SAVE-CYCLE-PARA                                   00493001
004940        DISPLAY 'CYCLE ' CYC-CYCLE-DATE ' STEP ' WS-CYC-STEP-ID   00494001
004950                ' ENDED, RETURN CODE ' WS-CYC-RC                  00495001
004960     END-IF                                                       00496001
004970     MOVE WS-CYC-RC TO RETURN-CODE.                               00497001
004980 GET-CYCLE-TIME-PARA.                                             00498001
004990     ACCEPT WS-CYC-NOW  FROM DATE YYYYMMDD                        00499001
005000     ACCEPT WS-CYC-TIME FROM TIME                                 00500001
005010     MOVE WS-CYC-NOW-YEAR  TO WS-CNI-YEAR                         00501001
005020     MOVE WS-CYC-NOW-MONTH TO WS-CNI-MONTH                        00502001
005030     MOVE WS-CYC-NOW-DAY   TO WS-CNI-DAY.                         00503001
005040 LOCATE-CYCLE-PARA.                                               00504001
005050     MOVE ZERO TO WS-CYC-MY-IX                                    00505001
005060     PERFORM FIND-CYCLE-PARA                                      00506001
005070             VARYING WS-CYC-IX FROM 1 BY 1                        00507001
005080             UNTIL WS-CYC-IX > WS-CYC-COUNT.                      00508001
005090 FIND-CYCLE-PARA.                                                 00509001
005100     MOVE WS-CYC-ENTRY (WS-CYC-IX) TO CYCLE-RECORD                00510001
005110     IF CYC-STEP-ID = WS-CYC-STEP-ID                              00511001
005120        MOVE WS-CYC-IX TO WS-CYC-MY-IX                            00512001
005130     END-IF.                                                      00513001
005140 LOAD-CYCLE-PARA.                                                 00514001
005150     MOVE ZERO TO WS-CYC-COUNT                                    00515001
005160     MOVE 'N'  TO WS-CYC-EOF-SW                                   00516001
005170     OPEN INPUT CYCLE-FILE                                        00517001
005180     PERFORM READ-CYCLE-PARA                                      00518001
005190             UNTIL WS-CYC-EOF                                     00519001
005200     CLOSE CYCLE-FILE.                                            00520001
005210 READ-CYCLE-PARA.                                                 00521001
005220     READ CYCLE-FILE                                              00522001
005230         AT END                                                   00523001
005240           SET WS-CYC-EOF TO TRUE                                 00524001
005250         NOT AT END                                               00525001
005260           IF WS-CYC-COUNT < WS-CYC-LIMIT                         00526001
005270              ADD 1 TO WS-CYC-COUNT                               00527001
005280              MOVE CYCLE-FILE-RECORD                              00528001
005290                TO WS-CYC-ENTRY (WS-CYC-COUNT)                    00529001
005300           END-IF                                                 00530001
005310     END-READ.                                                    00531001
005320 SAVE-CYCLE-PARA.                                                 00532001
005330     OPEN OUTPUT CYCLE-FILE                                       00533001
005340     PERFORM WRITE-CYCLE-PARA                                     00534001
005350             VARYING WS-CYC-IX FROM 1 BY 1                        00535001
005360             UNTIL WS-CYC-IX > WS-CYC-COUNT                       00536001
005370     CLOSE CYCLE-FILE.                                            00537001
005380 WRITE-CYCLE-PARA.                                                00538001
005390     MOVE WS-CYC-ENTRY (WS-CYC-IX) TO CYCLE-FILE-RECORD           00539001
005400     WRITE CYCLE-FILE-RECORD.                                     00540001
