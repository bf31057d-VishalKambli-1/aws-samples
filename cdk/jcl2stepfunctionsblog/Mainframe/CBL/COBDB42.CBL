000010 IDENTIFICATION DIVISION.                                         00001001
000020 PROGRAM-ID. COBDB42.                                             00002001
000030********************************************                      00003001
000040*COBOL PROGRAM TO ACCOMPANY JCL TO STEP    *                      00004001
000050*FUNCTION DEMO                             *                      00005001
000060*NIGHTLY CYCLE STATUS REPORT FOR           *                      00006001
000070*OPERATIONS.  READS THE CYCLE CONTROL      *                      00007001
000080*DATASET (CYCLE, CYCLEREC) AND LISTS EACH  *                      00008001
000090*STEP OF THE CURRENT CYCLE IN RUN ORDER    *                      00009001
000100*WITH ITS STATUS, START AND END TIMES,     *                      00010001
000110*RETURN CODE AND NUMBER OF RUNS, FLAGS THE *                      00011001
000120*STEP TO RUN NEXT, AND ENDS WITH A LINE    *                      00012001
000130*SAYING WHETHER THE CYCLE IS COMPLETE,     *                      00013001
000140*STILL IN PROGRESS OR STOPPED BY A FAILED  *                      00014001
000150*STEP.                                     *                      00015001
000160*READ ONLY; MAY BE RUN AT ANY TIME.        *                      00016001
000170*RETURN CODE 0 WHEN THE CYCLE IS COMPLETE, *                      00017001
000180*4 WHILE STEPS ARE STILL OUTSTANDING OR    *                      00018001
000190*RUNNING, 8 WHEN A STEP FAILED OR THE      *                      00019001
000200*DATASET IS EMPTY.                         *                      00020001
000210********************************************                      00021001
000220 ENVIRONMENT DIVISION.                                            00022001
000230 INPUT-OUTPUT SECTION.                                            00023001
000240 FILE-CONTROL.                                                    00024001
000250     SELECT CYCLE-FILE  ASSIGN TO CYCLE.                          00025001
000260     SELECT RPT-FILE    ASSIGN TO RPTOUT.                         00026001
000270 DATA DIVISION.                                                   00027001
000280 FILE SECTION.                                                    00028001
000290 FD  CYCLE-FILE                                                   00029001
000300     RECORDING MODE F                                             00030001
000310     LABEL RECORDS ARE STANDARD.                                  00031001
000320     COPY CYCLEREC.                                               00032001
000330 FD  RPT-FILE                                                     00033001
000340     RECORDING MODE F                                             00034001
000350     LABEL RECORDS ARE STANDARD.                                  00035001
000360 01  RPT-RECORD                  PIC X(132).                      00036001
000370 WORKING-STORAGE SECTION.                                         00037001
000380*****************************************************             00038001
000390* WORKAREAS                                         *             00039001
000400*****************************************************             00040001
000410 77  WS-CYC-EOF-SW       PIC X          VALUE  'N'.               00041001
000420         88  WS-CYC-EOF                 VALUE  'Y'.               00042001
000430 77  WS-BLOCKED-SW       PIC X          VALUE  'N'.               00043001
000440         88  WS-BLOCKED                 VALUE  'Y'.               00044001
000450 77  WS-CYC-DATE         PIC X(10)      VALUE SPACES.             00045001
000460 77  WS-NEXT-STEP        PIC X(8)       VALUE SPACES.             00046001
000470 77  WS-FAILED-STEP      PIC X(8)       VALUE SPACES.             00047001
000480 77  WS-DESC-IX          PIC S9(4) COMP VALUE ZERO.               00048001
000490*****************************************************             00049001
000500* STEP COUNTERS                                      *            00050001
000510*****************************************************             00051001
000520 77  WS-STEP-COUNT       PIC S9(7) COMP VALUE ZERO.               00052001
000530 77  WS-OK-COUNT         PIC S9(7) COMP VALUE ZERO.               00053001
000540 77  WS-FAILED-COUNT     PIC S9(7) COMP VALUE ZERO.               00054001
000550 77  WS-STARTED-COUNT    PIC S9(7) COMP VALUE ZERO.               00055001
000560 77  WS-OUTSTAND-COUNT   PIC S9(7) COMP VALUE ZERO.               00056001
000570 77  WS-STALE-COUNT      PIC S9(7) COMP VALUE ZERO.               00057001
000580*****************************************************             00058001
000590* WHAT EACH STEP OF THE CYCLE DOES, FOR THE REPORT   *            00059001
000600*****************************************************             00060001
000610 01  WS-DESC-LIST.                                                00061001
000620     05  FILLER              PIC X(8)  VALUE 'COBDB25P'.          00062001
000630     05  FILLER              PIC X(28)                            00063001
000640                             VALUE 'PRE-RUN EMP SUMS SNAPSHOT'.   00064001
000650     05  FILLER              PIC X(8)  VALUE 'COBDB34'.           00065001
000660     05  FILLER              PIC X(28)                            00066001
000670                             VALUE 'SAME-NIGHT DUPLICATE EDIT'.   00067001
000680     05  FILLER              PIC X(8)  VALUE 'COBDB22'.           00068001
000690     05  FILLER              PIC X(28)                            00069001
000700                             VALUE 'POSTING RUN'.                 00070001
000710     05  FILLER              PIC X(8)  VALUE 'COBDB25R'.          00071001
000720     05  FILLER              PIC X(28)                            00072001
000730                             VALUE 'POSTING RUN BALANCING'.       00073001
000740     05  FILLER              PIC X(8)  VALUE 'COBDB30'.           00074001
000750     05  FILLER              PIC X(28)                            00075001
000760                             VALUE 'AUDIT HISTORY CONSOLIDATION'. 00076001
000770     05  FILLER              PIC X(8)  VALUE 'COBDB26'.           00077001
000780     05  FILLER              PIC X(28)                            00078001
000790                             VALUE 'EMP SNAPSHOT UNLOAD'.         00079001
000800     05  FILLER              PIC X(8)  VALUE 'COBDB31'.           00080001
000810     05  FILLER              PIC X(28)                            00081001
000820                             VALUE 'SNAPSHOT DELTA EXTRACT'.      00082001
000830 01  WS-DESC-TABLE REDEFINES WS-DESC-LIST.                        00083001
000840     05  WS-DESC-ENTRY  OCCURS 7 TIMES.                           00084001
000850         10  WS-DESC-STEP-ID     PIC X(8).                        00085001
000860         10  WS-DESC-TEXT        PIC X(28).                       00086001
000870 77  WS-DESC-MAX         PIC S9(4) COMP VALUE  7.                 00087001
000880*****************************************************             00088001
000890* SYSTEM DATE WORKAREAS                              *            00089001
000900*****************************************************             00090001
000910 01  WS-RUN-DATE.                                                 00091001
000920     05  WS-RUN-YEAR             PIC 9(4).                        00092001
000930     05  WS-RUN-MONTH            PIC 9(2).                        00093001
000940     05  WS-RUN-DAY              PIC 9(2).                        00094001
000950 01  WS-RUN-DATE-ISO.                                             00095001
000960     05  WS-RDI-YEAR             PIC 9(4).                        00096001
000970     05  FILLER                  PIC X(1)  VALUE '-'.             00097001
000980     05  WS-RDI-MONTH            PIC 9(2).                        00098001
000990     05  FILLER                  PIC X(1)  VALUE '-'.             00099001
001000     05  WS-RDI-DAY              PIC 9(2).                        00100001
001010 01  WS-TIME-EDIT.                                                00101001
001020     05  WS-TE-HH                PIC X(2).                        00102001
001030     05  FILLER                  PIC X(1)  VALUE ':'.             00103001
001040     05  WS-TE-MM                PIC X(2).                        00104001
001050     05  FILLER                  PIC X(1)  VALUE ':'.             00105001
001060     05  WS-TE-SS                PIC X(2).                        00106001
001070*****************************************************             00107001
001080*  PRINT-LINE LAYOUTS FOR RPT-FILE                   *            00108001
001090*****************************************************             00109001
001100 01  WS-PRINT-LINE.                                               00110001
001110     05  WS-PL-HEADING.                                           00111001
001120         10  WS-PLH-BANNER        PIC X(80).                      00112001
001130         10  FILLER               PIC X(52).                      00113001
001140     05  WS-PL-DETAIL REDEFINES WS-PL-HEADING.                    00114001
001150         10  WS-PLD-STEP-NO       PIC Z9.                         00115001
001160         10  FILLER               PIC X(1).                       00116001
001170         10  WS-PLD-STEP-ID       PIC X(8).                       00117001
001180         10  FILLER               PIC X(1).                       00118001
001190         10  WS-PLD-DESC          PIC X(28).                      00119001
001200         10  FILLER               PIC X(1).                       00120001
001210         10  WS-PLD-STATUS        PIC X(18).                      00121001
001220         10  FILLER               PIC X(1).                       00122001
001230         10  WS-PLD-START-DATE    PIC X(10).                      00123001
001240         10  FILLER               PIC X(1).                       00124001
001250         10  WS-PLD-START-TIME    PIC X(8).                       00125001
001260         10  FILLER               PIC X(1).                       00126001
001270         10  WS-PLD-END-DATE      PIC X(10).                      00127001
001280         10  FILLER               PIC X(1).                       00128001
001290         10  WS-PLD-END-TIME      PIC X(8).                       00129001
001300         10  FILLER               PIC X(1).                       00130001
001310         10  WS-PLD-RC            PIC ZZZ9.                       00131001
001320         10  FILLER               PIC X(1).                       00132001
001330         10  WS-PLD-RUNS          PIC ZZ9.                        00133001
001340         10  FILLER               PIC X(1).                       00134001
001350         10  WS-PLD-NOTE          PIC X(23).                      00135001
001360     05  WS-PL-TRAILER REDEFINES WS-PL-HEADING.                   00136001
001370         10  WS-PLT-LABEL         PIC X(34).                      00137001
001380         10  WS-PLT-COUNT         PIC ZZZ,ZZ9.                    00138001
001390         10  FILLER               PIC X(91).                      00139001
001400 PROCEDURE DIVISION.                                              00140001
001410 MAIN-PARA.                                                       00141001
001420     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00142001
001430     MOVE WS-RUN-YEAR  TO WS-RDI-YEAR.                            00143001
001440     MOVE WS-RUN-MONTH TO WS-RDI-MONTH.                           00144001
001450     MOVE WS-RUN-DAY   TO WS-RDI-DAY.                             00145001
001460     OPEN INPUT CYCLE-FILE.                                       00146001
001470     OPEN OUTPUT RPT-FILE.                                        00147001
001480     PERFORM READ-CYCLE-PARA.                                     00148001
001490     IF NOT WS-CYC-EOF                                            00149001
001500        MOVE CYC-CYCLE-DATE TO WS-CYC-DATE                        00150001
001510     END-IF.                                                      00151001
001520     PERFORM HEADING-PARA.                                        00152001
001530     PERFORM PROCESS-CYCLE-PARA                                   00153001
001540             UNTIL WS-CYC-EOF.                                    00154001
001550     PERFORM TRAILER-PARA.                                        00155001
001560     CLOSE CYCLE-FILE.                                            00156001
001570     CLOSE RPT-FILE.                                              00157001
001580     DISPLAY 'CYCLE DATE       : ' WS-CYC-DATE                    00158001
001590     DISPLAY 'STEPS ENDED CLEAN: ' WS-OK-COUNT                    00159001
001600     DISPLAY 'STEPS FAILED     : ' WS-FAILED-COUNT                00160001
001610     DISPLAY 'STEPS OUTSTANDING: ' WS-OUTSTAND-COUNT              00161001
001620     EVALUATE TRUE                                                00162001
001630        WHEN WS-STEP-COUNT = ZERO                                 00163001
001640           DISPLAY 'CYCLE DATASET IS EMPTY'                       00164001
001650           MOVE 8 TO RETURN-CODE                                  00165001
001660        WHEN WS-FAILED-COUNT > ZERO                               00166001
001670           MOVE 8 TO RETURN-CODE                                  00167001
001680        WHEN WS-OK-COUNT < WS-STEP-COUNT                          00168001
001690           MOVE 4 TO RETURN-CODE                                  00169001
001700        WHEN OTHER                                                00170001
001710           MOVE 0 TO RETURN-CODE                                  00171001
001720     END-EVALUATE                                                 00172001
001730     STOP RUN.                                                    00173001
001740 READ-CYCLE-PARA.                                                 00174001
001750     READ CYCLE-FILE                                              00175001
001760         AT END                                                   00176001
001770           SET WS-CYC-EOF TO TRUE                                 00177001
001780         NOT AT END                                               00178001
001790           ADD 1 TO WS-STEP-COUNT                                 00179001
001800     END-READ.                                                    00180001
001810*****************************************************             00181001
001820* ONE LINE PER STEP.  THE FIRST OUTSTANDING STEP     *            00182001
001830* WHOSE PREDECESSORS ALL ENDED CLEAN IS THE NEXT TO  *            00183001
001840* RUN; ONCE A STEP IS NOT CLEAN, EVERYTHING AFTER IT *            00184001
001850* IS BLOCKED                                         *            00185001
001860*****************************************************             00186001
001870 PROCESS-CYCLE-PARA.                                              00187001
001880     MOVE SPACES          TO WS-PL-DETAIL                         00188001
001890     MOVE CYC-STEP-NO     TO WS-PLD-STEP-NO                       00189001
001900     MOVE CYC-STEP-ID     TO WS-PLD-STEP-ID                       00190001
001910     PERFORM FIND-DESC-PARA                                       00191001
001920     MOVE CYC-START-DATE  TO WS-PLD-START-DATE                    00192001
001930     MOVE CYC-END-DATE    TO WS-PLD-END-DATE                      00193001
001940     IF CYC-START-TIME NOT = SPACES                               00194001
001950        MOVE CYC-START-TIME (1:2) TO WS-TE-HH                     00195001
001960        MOVE CYC-START-TIME (3:2) TO WS-TE-MM                     00196001
001970        MOVE CYC-START-TIME (5:2) TO WS-TE-SS                     00197001
001980        MOVE WS-TIME-EDIT         TO WS-PLD-START-TIME            00198001
001990     END-IF                                                       00199001
002000     IF CYC-END-TIME NOT = SPACES                                 00200001
002010        MOVE CYC-END-TIME (1:2)   TO WS-TE-HH                     00201001
002020        MOVE CYC-END-TIME (3:2)   TO WS-TE-MM                     00202001
002030        MOVE CYC-END-TIME (5:2)   TO WS-TE-SS                     00203001
002040        MOVE WS-TIME-EDIT         TO WS-PLD-END-TIME              00204001
002050     END-IF                                                       00205001
002060     IF CYC-RUN-COUNT NUMERIC                                     00206001
002070        MOVE CYC-RUN-COUNT   TO WS-PLD-RUNS                       00207001
002080     END-IF                                                       00208001
002090     EVALUATE TRUE                                                00209001
002100        WHEN CYC-ENDED-OK                                         00210001
002110           ADD 1 TO WS-OK-COUNT                                   00211001
002120           MOVE 'ENDED CLEAN'       TO WS-PLD-STATUS              00212001
002130           MOVE CYC-RETURN-CODE     TO WS-PLD-RC                  00213001
002140        WHEN CYC-FAILED                                           00214001
002150           ADD 1 TO WS-FAILED-COUNT                               00215001
002160           MOVE 'FAILED'            TO WS-PLD-STATUS              00216001
002170           MOVE CYC-RETURN-CODE     TO WS-PLD-RC                  00217001
002180           MOVE '** RERUN OR RESTART'  TO WS-PLD-NOTE             00218001
002190           IF WS-FAILED-STEP = SPACES                             00219001
002200              MOVE CYC-STEP-ID TO WS-FAILED-STEP                  00220001
002210           END-IF                                                 00221001
002220           SET WS-BLOCKED TO TRUE                                 00222001
002230        WHEN CYC-STARTED                                          00223001
002240           ADD 1 TO WS-STARTED-COUNT                              00224001
002250           MOVE 'RUNNING OR ABENDED' TO WS-PLD-STATUS             00225001
002260           MOVE '** CHECK THE JOB LOG'  TO WS-PLD-NOTE            00226001
002270           SET WS-BLOCKED TO TRUE                                 00227001
002280        WHEN OTHER                                                00228001
002290           ADD 1 TO WS-OUTSTAND-COUNT                             00229001
002300           MOVE 'OUTSTANDING'       TO WS-PLD-STATUS              00230001
002310           IF NOT WS-BLOCKED                                      00231001
002320              MOVE '** NEXT TO RUN'    TO WS-PLD-NOTE             00232001
002330              MOVE CYC-STEP-ID TO WS-NEXT-STEP                    00233001
002340              SET WS-BLOCKED TO TRUE                              00234001
002350           END-IF                                                 00235001
002360     END-EVALUATE                                                 00236001
002370     IF CYC-CYCLE-DATE NOT = WS-CYC-DATE                          00237001
002380        ADD 1 TO WS-STALE-COUNT                                   00238001
002390        MOVE '** OTHER CYCLE DATE'   TO WS-PLD-NOTE               00239001
002400     END-IF                                                       00240001
002410     MOVE WS-PRINT-LINE TO RPT-RECORD                             00241001
002420     WRITE RPT-RECORD                                             00242001
002430     PERFORM READ-CYCLE-PARA.                                     00243001
002440 FIND-DESC-PARA.                                                  00244001
002450     PERFORM SCAN-DESC-PARA                                       00245001
002460             VARYING WS-DESC-IX FROM 1 BY 1                       00246001
002470             UNTIL WS-DESC-IX > WS-DESC-MAX.                      00247001
002480 SCAN-DESC-PARA.                                                  00248001
002490     IF WS-DESC-STEP-ID (WS-DESC-IX) = CYC-STEP-ID                00249001
002500        MOVE WS-DESC-TEXT (WS-DESC-IX) TO WS-PLD-DESC             00250001
002510     END-IF.                                                      00251001
002520 HEADING-PARA.                                                    00252001
002530     MOVE SPACES TO WS-PL-HEADING                                 00253001
002540     MOVE "*********************************************"         00254001
002550         TO WS-PLH-BANNER                                         00255001
002560     MOVE WS-PRINT-LINE TO RPT-RECORD                             00256001
002570     WRITE RPT-RECORD AFTER ADVANCING PAGE                        00257001
002580     MOVE SPACES TO WS-PL-HEADING                                 00258001
002590     MOVE "         NIGHTLY CYCLE STATUS REPORT         "         00259001
002600         TO WS-PLH-BANNER                                         00260001
002610     MOVE WS-PRINT-LINE TO RPT-RECORD                             00261001
002620     WRITE RPT-RECORD                                             00262001
002630     MOVE SPACES TO WS-PL-HEADING                                 00263001
002640     STRING 'AS OF : '      DELIMITED BY SIZE                     00264001
002650            WS-RUN-DATE-ISO DELIMITED BY SIZE                     00265001
002660            '  CYCLE : '    DELIMITED BY SIZE                     00266001
002670            WS-CYC-DATE     DELIMITED BY SIZE                     00267001
002680            INTO WS-PLH-BANNER                                    00268001
002690     MOVE WS-PRINT-LINE TO RPT-RECORD                             00269001
002700     WRITE RPT-RECORD                                             00270001
002710     MOVE SPACES TO WS-PL-HEADING                                 00271001
002720     MOVE "NO,STEP,DESCRIPTION,STATUS,STARTED,ENDED,RC,RUNS"      00272001
002730         TO WS-PLH-BANNER                                         00273001
002740     MOVE WS-PRINT-LINE TO RPT-RECORD                             00274001
002750     WRITE RPT-RECORD                                             00275001
002760     MOVE SPACES TO WS-PL-HEADING                                 00276001
002770     MOVE "*********************************************"         00277001
002780         TO WS-PLH-BANNER                                         00278001
002790     MOVE WS-PRINT-LINE TO RPT-RECORD                             00279001
002800     WRITE RPT-RECORD.                                            00280001
002810 TRAILER-PARA.                                                    00281001
002820     MOVE SPACES TO WS-PL-HEADING                                 00282001
002830     MOVE "*********************************************"         00283001
002840         TO WS-PLH-BANNER                                         00284001
002850     MOVE WS-PRINT-LINE TO RPT-RECORD                             00285001
002860     WRITE RPT-RECORD                                             00286001
002870     MOVE SPACES TO WS-PL-TRAILER                                 00287001
002880     MOVE "STEPS IN THE CYCLE          : "                        00288001
002890         TO WS-PLT-LABEL                                          00289001
002900     MOVE WS-STEP-COUNT     TO WS-PLT-COUNT                       00290001
002910     MOVE WS-PRINT-LINE     TO RPT-RECORD                         00291001
002920     WRITE RPT-RECORD                                             00292001
002930     MOVE SPACES TO WS-PL-TRAILER                                 00293001
002940     MOVE "  ENDED CLEAN               : "                        00294001
002950         TO WS-PLT-LABEL                                          00295001
002960     MOVE WS-OK-COUNT       TO WS-PLT-COUNT                       00296001
002970     MOVE WS-PRINT-LINE     TO RPT-RECORD                         00297001
002980     WRITE RPT-RECORD                                             00298001
002990     MOVE SPACES TO WS-PL-TRAILER                                 00299001
003000     MOVE "  FAILED                    : "                        00300001
003010         TO WS-PLT-LABEL                                          00301001
003020     MOVE WS-FAILED-COUNT   TO WS-PLT-COUNT                       00302001
003030     MOVE WS-PRINT-LINE     TO RPT-RECORD                         00303001
003040     WRITE RPT-RECORD                                             00304001
003050     MOVE SPACES TO WS-PL-TRAILER                                 00305001
003060     MOVE "  RUNNING OR ABENDED        : "                        00306001
003070         TO WS-PLT-LABEL                                          00307001
003080     MOVE WS-STARTED-COUNT  TO WS-PLT-COUNT                       00308001
003090     MOVE WS-PRINT-LINE     TO RPT-RECORD                         00309001
003100     WRITE RPT-RECORD                                             00310001
003110     MOVE SPACES TO WS-PL-TRAILER                                 00311001
003120     MOVE "  OUTSTANDING               : "                        00312001
003130         TO WS-PLT-LABEL                                          00313001
003140     MOVE WS-OUTSTAND-COUNT TO WS-PLT-COUNT                       00314001
003150     MOVE WS-PRINT-LINE     TO RPT-RECORD                         00315001
003160     WRITE RPT-RECORD                                             00316001
003170     IF WS-STALE-COUNT > ZERO                                     00317001
003180        MOVE SPACES TO WS-PL-TRAILER                              00318001
003190        MOVE "  ON ANOTHER CYCLE DATE     : "                     00319001
003200            TO WS-PLT-LABEL                                       00320001
003210        MOVE WS-STALE-COUNT TO WS-PLT-COUNT                       00321001
003220        MOVE WS-PRINT-LINE  TO RPT-RECORD                         00322001
003230        WRITE RPT-RECORD                                          00323001
003240     END-IF                                                       00324001
003250     MOVE SPACES TO WS-PL-HEADING                                 00325001
003260     EVALUATE TRUE                                                00326001
003270        WHEN WS-STEP-COUNT = ZERO                                 00327001
003280           MOVE "***  NO CYCLE ON THE CONTROL DATASET  ***"       00328001
003290               TO WS-PLH-BANNER                                   00329001
003300        WHEN WS-FAILED-COUNT > ZERO                               00330001
003310           STRING '***  CYCLE STOPPED, FAILED AT STEP '           00331001
003320                                   DELIMITED BY SIZE              00332001
003330                  WS-FAILED-STEP   DELIMITED BY SPACE             00333001
003340                  '  ***'          DELIMITED BY SIZE              00334001
003350                  INTO WS-PLH-BANNER                              00335001
003360        WHEN WS-OK-COUNT = WS-STEP-COUNT                          00336001
003370           MOVE "        CYCLE COMPLETE                       "   00337001
003380               TO WS-PLH-BANNER                                   00338001
003390        WHEN WS-NEXT-STEP NOT = SPACES                            00339001
003400           STRING '        CYCLE IN PROGRESS, NEXT STEP '         00340001
003410                                   DELIMITED BY SIZE              00341001
003420                  WS-NEXT-STEP     DELIMITED BY SPACE             00342001
003430                  INTO WS-PLH-BANNER                              00343001
003440        WHEN OTHER                                                00344001
003450           MOVE "        CYCLE IN PROGRESS, A STEP IS RUNNING"    00345001
003460               TO WS-PLH-BANNER                                   00346001
003470     END-EVALUATE                                                 00347001
003480     MOVE WS-PRINT-LINE TO RPT-RECORD                             00348001
003490     WRITE RPT-RECORD.                                            00349001
