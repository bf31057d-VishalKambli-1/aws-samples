000010 IDENTIFICATION DIVISION.                                         00001001
000020 PROGRAM-ID. COBDB44.                                             00002001
000030********************************************                      00003001
000040*COBOL PROGRAM TO ACCOMPANY JCL TO STEP    *                      00004001
000050*FUNCTION DEMO                             *                      00005001
000060*AS-OF-DATE WORKFORCE RECONSTRUCTION.      *                      00006001
000070*REBUILDS THE EMP TABLE AS IT STOOD ON THE *                      00007001
000080*PARMIN DATE (COLS 1-10, YYYY-MM-DD) FROM  *                      00008001
000090*THE CURRENT COBDB26 SNAPSHOT (SNAPIN),    *                      00009001
000100*THE FORMER-EMPLOYEE MASTER (FORMIN) AND   *                      00010001
000110*THE COBDB30 HISTORY MASTER (HISTIN) :     *                      00011001
000120*  SALARY, BONUS AND COMM ARE ROLLED BACK  *                      00012001
000130*  TO THE BEFORE IMAGE OF THE FIRST CHANGE *                      00013001
000140*  EFFECTIVE AFTER THE DATE;               *                      00014001
000150*  EMPLOYEES TERMINATED AFTER THE DATE ARE *                      00015001
000160*  PUT BACK FROM THE FORMER-EMPLOYEE ROW;  *                      00016001
000170*  EMPLOYEES HIRED OR ADDED AFTER THE DATE *                      00017001
000180*  ARE DROPPED.                            *                      00018001
000190*THE HISTORY HOLDS PAY ONLY, SO THE OTHER  *                      00019001
000200*COLUMNS ARE AS LAST KNOWN.                *                      00020001
000210*WRITES THE ROSTER IN THE EMPSNAP LAYOUT   *                      00021001
000220*(SNAPOUT, WORKDEPT/EMPNO ORDER) SO THE    *                      00022001
000230*SNAPSHOT REPORTS (COBDB21 MODE 'S') CAN   *                      00023001
000240*BE RUN AGAINST IT, AND A RECONSTRUCTION   *                      00024001
000250*REPORT WITH DEPARTMENT TOTALS AND THE     *                      00025001
000260*EMPLOYEES WHOSE HISTORY COULD NOT BE      *                      00026001
000270*FULLY UNWOUND (RETURN CODE 4).            *                      00027001
000280*A MISSING OR INVALID DATE ENDS THE STEP   *                      00028001
000290*WITH RETURN CODE 8 BEFORE ANYTHING IS     *                      00029001
000300*WRITTEN.                                  *                      00030001
000310*A TERMINATION BACKED OUT BY COBDB36 (A    *                      00031001
000320*'T' FOLLOWED BY AN 'A' OF THE SAME EMPNO  *                      00032001
000330*WITH THE SAME EFFECTIVE DATE) NEVER       *                      00033001
000340*HAPPENED : ITS FORMER ROW IS NOT PUT BACK *                      00034001
000350*AND THE PAIR IS LEFT OUT OF THE HISTORY.  *                      00035001
000360********************************************                      00036001
000370 ENVIRONMENT DIVISION.                                            00037001
000380 INPUT-OUTPUT SECTION.                                            00038001
000390 FILE-CONTROL.                                                    00039001
000400     SELECT PARM-FILE     ASSIGN TO PARMIN.                       00040001
000410     SELECT SNAP-IN-FILE  ASSIGN TO SNAPIN.                       00041001
000420     SELECT FORM-IN-FILE  ASSIGN TO FORMIN.                       00042001
000430     SELECT HIST-FILE     ASSIGN TO HISTIN.                       00043001
000440     SELECT SNAP-OUT-FILE ASSIGN TO SNAPOUT.                      00044001
000450     SELECT RPT-FILE      ASSIGN TO RPTOUT.                       00045001
000460 DATA DIVISION.                                                   00046001
000470 FILE SECTION.                                                    00047001
000480 FD  PARM-FILE                                                    00048001
000490     RECORDING MODE F                                             00049001
000500     LABEL RECORDS ARE STANDARD.                                  00050001
000510 01  PARM-RECORD.                                                 00051001
000520     05  PARM-ASOF-DATE          PIC X(10).                       00052001
000530     05  FILLER                  PIC X(70).                       00053001
000540*****************************************************             00054001
000550* CURRENT EMP SNAPSHOT FROM COBDB26, EMPSNAP LAYOUT  *            00055001
000560*****************************************************             00056001
000570 FD  SNAP-IN-FILE                                                 00057001
000580     RECORDING MODE F                                             00058001
000590     LABEL RECORDS ARE STANDARD.                                  00059001
000600 01  SNAP-IN-RECORD              PIC X(120).                      00060001
000610*****************************************************             00061001
000620* FORMER-EMPLOYEE MASTER, FORMREC LAYOUT.  THE FIRST *            00062001
000630* 111 BYTES ARE THE EMP ROW IN THE EMPSNAP LAYOUT    *            00063001
000640*****************************************************             00064001
000650 FD  FORM-IN-FILE                                                 00065001
000660     RECORDING MODE F                                             00066001
000670     LABEL RECORDS ARE STANDARD.                                  00067001
000680 01  FORM-IN-RECORD.                                              00068001
000690     05  FIN-ROW-IMAGE           PIC X(111).                      00069001
000700     05  FIN-TERM-DATE           PIC X(10).                       00070001
000710     05  FIN-TERM-KEY.                                            00071001
000720         10  FIN-TERM-RUN-DATE   PIC X(10).                       00072001
000730         10  FIN-TERM-SEQ-NO     PIC X(7).                        00073001
000740     05  FILLER                  PIC X(12).                       00074001
000750*****************************************************             00075001
000760* CUMULATIVE HISTORY MASTER FROM COBDB30, AUDITREC   *            00076001
000770* LAYOUT, IN EMPNO / RUN-DATE / SEQ-NO ORDER         *            00077001
000780*****************************************************             00078001
000790 FD  HIST-FILE                                                    00079001
000800     RECORDING MODE F                                             00080001
000810     LABEL RECORDS ARE STANDARD.                                  00081001
000820     COPY AUDITREC.                                               00082001
000830 FD  SNAP-OUT-FILE                                                00083001
000840     RECORDING MODE F                                             00084001
000850     LABEL RECORDS ARE STANDARD.                                  00085001
000860 01  SNAP-OUT-RECORD             PIC X(120).                      00086001
000870 FD  RPT-FILE                                                     00087001
000880     RECORDING MODE F                                             00088001
000890     LABEL RECORDS ARE STANDARD.                                  00089001
000900 01  RPT-RECORD                  PIC X(132).                      00090001
000910 WORKING-STORAGE SECTION.                                         00091001
000920*****************************************************             00092001
000930* WORKAREAS                                         *             00093001
000940*****************************************************             00094001
000950 77  WS-SNAP-EOF-SW      PIC X          VALUE  'N'.               00095001
000960         88  WS-SNAP-EOF                VALUE  'Y'.               00096001
000970 77  WS-FORM-EOF-SW      PIC X          VALUE  'N'.               00097001
000980         88  WS-FORM-EOF                VALUE  'Y'.               00098001
000990 77  WS-HIST-EOF-SW      PIC X          VALUE  'N'.               00099001
001000         88  WS-HIST-EOF                VALUE  'Y'.               00100001
001010 77  WS-PARM-ERROR-SW    PIC X          VALUE  'N'.               00101001
001020         88  WS-PARM-ERROR              VALUE  'Y'.               00102001
001030 77  WS-TABLE-FULL-SW    PIC X          VALUE  'N'.               00103001
001040         88  WS-TABLE-FULL              VALUE  'Y'.               00104001
001050 77  WS-KEEP-SW          PIC X          VALUE  'N'.               00105001
001060         88  WS-KEEP                    VALUE  'Y'.               00106001
001070 77  WS-PURGED-SW        PIC X          VALUE  'N'.               00107001
001080         88  WS-HISTORY-PURGED          VALUE  'Y'.               00108001
001090*****************************************************             00109001
001100* THE AS-OF DATE FROM PARMIN                         *            00110001
001110*****************************************************             00111001
001120 77  WS-ASOF-DATE        PIC X(10)      VALUE SPACES.             00112001
001130*****************************************************             00113001
001140* RECORD COUNTERS                                    *            00114001
001150*****************************************************             00115001
001160 77  WS-SNAP-IN-COUNT    PIC S9(7) COMP VALUE ZERO.               00116001
001170 77  WS-FORM-IN-COUNT    PIC S9(7) COMP VALUE ZERO.               00117001
001180 77  WS-FORM-USED-COUNT  PIC S9(7) COMP VALUE ZERO.               00118001
001190 77  WS-HIST-IN-COUNT    PIC S9(7) COMP VALUE ZERO.               00119001
001200 77  WS-HIST-AFTER-COUNT PIC S9(7) COMP VALUE ZERO.               00120001
001210 77  WS-SNAP-OUT-COUNT   PIC S9(7) COMP VALUE ZERO.               00121001
001220*****************************************************             00122001
001230* HISTORY POSTING KEY (RUN DATE AND SEQ NO) AND THE  *            00123001
001240* OLDEST RUN DATE STILL ON THE MASTER.  A CHANGE     *            00124001
001250* POSTED BEFORE THAT HAS BEEN PURGED TO THE ARCHIVE  *            00125001
001260*****************************************************             00126001
001270 01  WS-HIST-KEY.                                                 00127001
001280     05  WS-HK-RUN-DATE          PIC X(10).                       00128001
001290     05  WS-HK-SEQ-NO            PIC X(7).                        00129001
001300 77  WS-HIST-LOW-DATE    PIC X(10)      VALUE HIGH-VALUES.        00130001
001310 77  WS-CUR-EMPNO        PIC X(6)       VALUE LOW-VALUES.         00131001
001320*****************************************************             00132001
001330* TERMINATIONS BACKED OUT BY COBDB36 : THE POSTING   *            00133001
001340* KEYS OF THE 'T' AND OF THE 'A' THAT REVERSED IT.   *            00134001
001350* THE PREVIOUS HISTORY RECORD IS KEPT TO FIND THEM   *            00135001
001360*****************************************************             00136001
001370 77  WS-REV-COUNT        PIC S9(4) COMP VALUE ZERO.               00137001
001380 77  WS-REV-LIMIT        PIC S9(4) COMP VALUE  500.               00138001
001390 77  WS-REV-IX           PIC S9(4) COMP VALUE ZERO.               00139001
001400 77  WS-REV-USED-COUNT   PIC S9(7) COMP VALUE ZERO.               00140001
001410 77  WS-REVERSED-SW      PIC X          VALUE  'N'.               00141001
001420         88  WS-REVERSED                VALUE  'Y'.               00142001
001430 01  WS-REVERSAL-TABLE.                                           00143001
001440     05  WS-REV-ENTRY  OCCURS 500 TIMES.                          00144001
001450         10  WS-REV-EMPNO        PIC X(6).                        00145001
001460         10  WS-REV-TERM-KEY     PIC X(17).                       00146001
001470         10  WS-REV-ADD-KEY      PIC X(17).                       00147001
001480 01  WS-PREV-HIST.                                                00148001
001490     05  WS-PRV-EMPNO            PIC X(6)  VALUE SPACES.          00149001
001500     05  WS-PRV-ACTION           PIC X(1)  VALUE SPACES.          00150001
001510     05  WS-PRV-EFFDATE          PIC X(10) VALUE SPACES.          00151001
001520     05  WS-PRV-KEY              PIC X(17) VALUE SPACES.          00152001
001530*****************************************************             00153001
001540* ROSTER : ONE ENTRY PER SNAPSHOT ROW AND PER FORMER *            00154001
001550* EMPLOYEE TERMINATED AFTER THE AS-OF DATE, SORTED   *            00155001
001560* BY WORKDEPT AND EMPNO FOR THE OUTPUT.  EACH ENTRY  *            00156001
001570* ONLY TAKES THE HISTORY POSTED IN ITS OWN WINDOW :  *            00157001
001580* A FORMER ROW UP TO ITS TERMINATION, A CURRENT ROW  *            00158001
001590* AFTER THE LAST TERMINATION OF A REUSED EMPNO       *            00159001
001600*****************************************************             00160001
001610 77  WS-RST-COUNT        PIC S9(4) COMP VALUE ZERO.               00161001
001620 77  WS-RST-LIMIT        PIC S9(4) COMP VALUE  5000.              00162001
001630 77  WS-RST-IX           PIC S9(4) COMP VALUE ZERO.               00163001
001640 77  WS-RST-JX           PIC S9(4) COMP VALUE ZERO.               00164001
001650 77  WS-SORT-TOP         PIC S9(4) COMP VALUE ZERO.               00165001
001660 77  WS-SWAP-SW          PIC X          VALUE  'N'.               00166001
001670         88  WS-SWAPPED                 VALUE  'Y'.               00167001
001680 01  WS-ROSTER-TABLE.                                             00168001
001690     05  WS-RST-ENTRY  OCCURS 5000 TIMES.                         00169001
001700         10  WS-RST-KEY.                                          00170001
001710             15  WS-RST-WORKDEPT     PIC X(3).                    00171001
001720             15  WS-RST-EMPNO        PIC X(6).                    00172001
001730             15  WS-RST-SOURCE       PIC X(1).                    00173001
001740         10  WS-RST-ROW              PIC X(120).                  00174001
001750         10  WS-RST-TERM-DATE        PIC X(10).                   00175001
001760         10  WS-RST-LOW-KEY          PIC X(17).                   00176001
001770         10  WS-RST-HIGH-KEY         PIC X(17).                   00177001
001780         10  WS-RST-SEEN-SW          PIC X(1).                    00178001
001790         10  WS-RST-FIRST-SW         PIC X(1).                    00179001
001800         10  WS-RST-FIRST-ACTION     PIC X(1).                    00180001
001810         10  WS-RST-FIRST-EFFDATE    PIC X(10).                   00181001
001820         10  WS-RST-OLD-SALARY       PIC 9(7)V99.                 00182001
001830         10  WS-RST-OLD-BONUS        PIC 9(7)V99.                 00183001
001840         10  WS-RST-OLD-COMM         PIC 9(7)V99.                 00184001
001850         10  WS-RST-ORDER-SW         PIC X(1).                    00185001
001860         10  WS-RST-CHAIN-SW         PIC X(1).                    00186001
001870 01  WS-SWAP-ENTRY               PIC X(216).                      00187001
001880*****************************************************             00188001
001890* ROSTER ENTRIES FOR THE EMPNO NOW ON THE HISTORY    *            00189001
001900*****************************************************             00190001
001910 77  WS-HIT-COUNT        PIC S9(4) COMP VALUE ZERO.               00191001
001920 77  WS-HIT-LIMIT        PIC S9(4) COMP VALUE  10.                00192001
001930 77  WS-HIT-IX           PIC S9(4) COMP VALUE ZERO.               00193001
001940 01  WS-HIT-TABLE.                                                00194001
001950     05  WS-HIT-RST-IX  OCCURS 10 TIMES                           00195001
001960                                 PIC S9(4) USAGE COMP.            00196001
001970*****************************************************             00197001
001980* ONE ROSTER ENTRY BEING DECIDED                     *            00198001
001990*****************************************************             00199001
002000 77  WS-CUR-SALARY       PIC 9(7)V99    VALUE ZERO.               00200001
002010*****************************************************             00201001
002020* THE ROW BEING LOADED OR WRITTEN, EMPSNAP LAYOUT    *            00202001
002030*****************************************************             00203001
002040     COPY EMPSNAP.                                                00204001
002050 77  WS-EVENT            PIC X(30)      VALUE SPACES.             00205001
002060 77  WS-EVENT-DATE       PIC X(10)      VALUE SPACES.             00206001
002070*****************************************************             00207001
002080* DEPARTMENT AND GRAND TOTALS                        *            00208001
002090*****************************************************             00209001
002100 77  WS-PREV-WORKDEPT    PIC X(3)       VALUE LOW-VALUES.         00210001
002110 77  WS-DEPT-COUNT       PIC S9(7) COMP VALUE ZERO.               00211001
002120 77  WS-DEPT-SALARY      PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00212001
002130 77  WS-DEPT-BONCOM      PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00213001
002140 77  WS-DEPT-UNWOUND     PIC S9(7) COMP VALUE ZERO.               00214001
002150 77  WS-DEPT-REINCLUDED  PIC S9(7) COMP VALUE ZERO.               00215001
002160 77  WS-DEPT-DROPPED     PIC S9(7) COMP VALUE ZERO.               00216001
002170 77  WS-DEPT-NOT-UNWOUND PIC S9(7) COMP VALUE ZERO.               00217001
002180 77  WS-GRAND-COUNT      PIC S9(7) COMP VALUE ZERO.               00218001
002190 77  WS-GRAND-SALARY     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00219001
002200 77  WS-GRAND-BONCOM     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00220001
002210 77  WS-GRAND-UNWOUND    PIC S9(7) COMP VALUE ZERO.               00221001
002220 77  WS-GRAND-REINCLUDED PIC S9(7) COMP VALUE ZERO.               00222001
002230 77  WS-GRAND-DROPPED    PIC S9(7) COMP VALUE ZERO.               00223001
002240 77  WS-GRAND-NOT-UNWOUND PIC S9(7) COMP VALUE ZERO.              00224001
002250*****************************************************             00225001
002260* DATE CHECK WORKAREAS                               *            00226001
002270*****************************************************             00227001
002280 01  WS-ISO-DATE.                                                 00228001
002290     05  WS-ISO-YEAR             PIC X(4).                        00229001
002300     05  WS-ISO-DASH-1           PIC X(1).                        00230001
002310     05  WS-ISO-MONTH            PIC X(2).                        00231001
002320     05  WS-ISO-DASH-2           PIC X(1).                        00232001
002330     05  WS-ISO-DAY              PIC X(2).                        00233001
002340 01  WS-CHECK-DATE.                                               00234001
002350     05  WS-CD-YEAR              PIC 9(4).                        00235001
002360     05  WS-CD-MONTH             PIC 9(2).                        00236001
002370     05  WS-CD-DAY               PIC 9(2).                        00237001
002380 77  WS-DATE-OK-SW       PIC X          VALUE  'N'.               00238001
002390         88  WS-DATE-OK                 VALUE  'Y'.               00239001
002400*****************************************************             00240001
002410* SYSTEM DATE WORKAREAS                              *            00241001
002420*****************************************************             00242001
002430 01  WS-RUN-DATE.                                                 00243001
002440     05  WS-RUN-YEAR             PIC 9(4).                        00244001
002450     05  WS-RUN-MONTH            PIC 9(2).                        00245001
002460     05  WS-RUN-DAY              PIC 9(2).                        00246001
002470 01  WS-RUN-DATE-ISO.                                             00247001
002480     05  WS-RDI-YEAR             PIC 9(4).                        00248001
002490     05  FILLER                  PIC X(1)  VALUE '-'.             00249001
002500     05  WS-RDI-MONTH            PIC 9(2).                        00250001
002510     05  FILLER                  PIC X(1)  VALUE '-'.             00251001
002520     05  WS-RDI-DAY              PIC 9(2).                        00252001
002530*****************************************************             00253001
002540*  PRINT-LINE LAYOUTS FOR RPT-FILE                   *            00254001
002550*****************************************************             00255001
002560 01  WS-PRINT-LINE.                                               00256001
002570     05  WS-PL-HEADING.                                           00257001
002580         10  WS-PLH-BANNER        PIC X(80).                      00258001
002590         10  FILLER               PIC X(52).                      00259001
002600     05  WS-PL-DETAIL REDEFINES WS-PL-HEADING.                    00260001
002610         10  WS-PLD-EMPNO         PIC X(6).                       00261001
002620         10  FILLER               PIC X(1).                       00262001
002630         10  WS-PLD-LASTNAME      PIC X(15).                      00263001
002640         10  FILLER               PIC X(1).                       00264001
002650         10  WS-PLD-WORKDEPT      PIC X(3).                       00265001
002660         10  FILLER               PIC X(1).                       00266001
002670         10  WS-PLD-EVENT         PIC X(30).                      00267001
002680         10  FILLER               PIC X(1).                       00268001
002690         10  WS-PLD-DATE          PIC X(10).                      00269001
002700         10  FILLER               PIC X(1).                       00270001
002710         10  WS-PLD-CUR-SALARY    PIC Z,ZZZ,ZZ9.99.               00271001
002720         10  FILLER               PIC X(1).                       00272001
002730         10  WS-PLD-ASOF-SALARY   PIC Z,ZZZ,ZZ9.99.               00273001
002740         10  FILLER               PIC X(38).                      00274001
002750     05  WS-PL-SUBTOTAL REDEFINES WS-PL-HEADING.                  00275001
002760         10  WS-PLS-LABEL         PIC X(24).                      00276001
002770         10  WS-PLS-COUNT         PIC ZZZ,ZZ9.                    00277001
002780         10  FILLER               PIC X(1).                       00278001
002790         10  WS-PLS-SALARY        PIC -ZZ,ZZZ,ZZ9.99.             00279001
002800         10  FILLER               PIC X(1).                       00280001
002810         10  WS-PLS-BONCOM        PIC -ZZ,ZZZ,ZZ9.99.             00281001
002820         10  FILLER               PIC X(1).                       00282001
002830         10  WS-PLS-UNWOUND       PIC ZZZ,ZZ9.                    00283001
002840         10  FILLER               PIC X(1).                       00284001
002850         10  WS-PLS-REINCLUDED    PIC ZZZ,ZZ9.                    00285001
002860         10  FILLER               PIC X(1).                       00286001
002870         10  WS-PLS-DROPPED       PIC ZZZ,ZZ9.                    00287001
002880         10  FILLER               PIC X(1).                       00288001
002890         10  WS-PLS-NOT-UNWOUND   PIC ZZZ,ZZ9.                    00289001
002900         10  FILLER               PIC X(39).                      00290001
002910     05  WS-PL-TRAILER REDEFINES WS-PL-HEADING.                   00291001
002920         10  WS-PLT-LABEL         PIC X(34).                      00292001
002930         10  WS-PLT-COUNT         PIC ZZZ,ZZ9.                    00293001
002940         10  FILLER               PIC X(91).                      00294001
002950 PROCEDURE DIVISION.                                              00295001
002960 MAIN-PARA.                                                       00296001
002970     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00297001
002980     MOVE WS-RUN-YEAR  TO WS-RDI-YEAR.                            00298001
002990     MOVE WS-RUN-MONTH TO WS-RDI-MONTH.                           00299001
003000     MOVE WS-RUN-DAY   TO WS-RDI-DAY.                             00300001
003010     PERFORM GET-PARM-PARA.                                       00301001
003020     IF WS-PARM-ERROR                                             00302001
003030        MOVE 8 TO RETURN-CODE                                     00303001
003040        STOP RUN                                                  00304001
003050     END-IF                                                       00305001
003060     PERFORM LOAD-SNAP-PARA.                                      00306001
003070     PERFORM SCAN-REVERSAL-PARA.                                  00307001
003080     PERFORM LOAD-FORMER-PARA.                                    00308001
003090     PERFORM APPLY-HISTORY-PARA.                                  00309001
003100     IF WS-ASOF-DATE < WS-HIST-LOW-DATE                           00310001
003110        SET WS-HISTORY-PURGED TO TRUE                             00311001
003120        DISPLAY 'AS-OF DATE IS BEFORE THE OLDEST HISTORY RUN : '  00312001
003130                WS-HIST-LOW-DATE                                  00313001
003140     END-IF                                                       00314001
003150     PERFORM SORT-TABLE-PARA.                                     00315001
003160     OPEN OUTPUT SNAP-OUT-FILE.                                   00316001
003170     OPEN OUTPUT RPT-FILE.                                        00317001
003180     PERFORM HEADING-PARA.                                        00318001
003190     PERFORM DETAIL-PARA                                          00319001
003200             VARYING WS-RST-IX FROM 1 BY 1                        00320001
003210             UNTIL WS-RST-IX > WS-RST-COUNT.                      00321001
003220     IF WS-RST-COUNT > ZERO                                       00322001
003230        PERFORM DEPT-BREAK-PARA                                   00323001
003240     END-IF                                                       00324001
003250     PERFORM GRAND-TOTAL-PARA.                                    00325001
003260     PERFORM TRAILER-PARA.                                        00326001
003270     CLOSE SNAP-OUT-FILE.                                         00327001
003280     CLOSE RPT-FILE.                                              00328001
003290     DISPLAY 'AS-OF DATE              : ' WS-ASOF-DATE            00329001
003300     DISPLAY 'ROWS WRITTEN            : ' WS-SNAP-OUT-COUNT       00330001
003310     DISPLAY 'NOT FULLY UNWOUND       : ' WS-GRAND-NOT-UNWOUND    00331001
003320     IF WS-TABLE-FULL                                             00332001
003330        MOVE 8 TO RETURN-CODE                                     00333001
003340     ELSE                                                         00334001
003350        IF WS-GRAND-NOT-UNWOUND > ZERO                            00335001
003360           MOVE 4 TO RETURN-CODE                                  00336001
003370        ELSE                                                      00337001
003380           MOVE 0 TO RETURN-CODE                                  00338001
003390        END-IF                                                    00339001
003400     END-IF                                                       00340001
003410     STOP RUN.                                                    00341001
003420 GET-PARM-PARA.                                                   00342001
003430     OPEN INPUT PARM-FILE                                         00343001
003440     READ PARM-FILE                                               00344001
003450         AT END                                                   00345001
003460           DISPLAY 'NO AS-OF DATE ON PARMIN'                      00346001
003470           SET WS-PARM-ERROR TO TRUE                              00347001
003480         NOT AT END                                               00348001
003490           MOVE PARM-ASOF-DATE TO WS-ASOF-DATE                    00349001
003500     END-READ                                                     00350001
003510     CLOSE PARM-FILE                                              00351001
003520     IF NOT WS-PARM-ERROR                                         00352001
003530        MOVE WS-ASOF-DATE TO WS-ISO-DATE                          00353001
003540        PERFORM CHECK-ISO-PARA                                    00354001
003550        IF NOT WS-DATE-OK                                         00355001
003560           DISPLAY 'INVALID AS-OF DATE ON PARMIN : '              00356001
003570                   WS-ASOF-DATE                                   00357001
003580           SET WS-PARM-ERROR TO TRUE                              00358001
003590        END-IF                                                    00359001
003600     END-IF.                                                      00360001
003610 CHECK-ISO-PARA.                                                  00361001
003620     MOVE 'N' TO WS-DATE-OK-SW                                    00362001
003630     IF WS-ISO-YEAR NUMERIC                                       00363001
003640        AND WS-ISO-MONTH NUMERIC                                  00364001
003650        AND WS-ISO-DAY NUMERIC                                    00365001
003660        AND WS-ISO-DASH-1 = '-'                                   00366001
003670        AND WS-ISO-DASH-2 = '-'                                   00367001
003680        MOVE WS-ISO-YEAR  TO WS-CD-YEAR                           00368001
003690        MOVE WS-ISO-MONTH TO WS-CD-MONTH                          00369001
003700        MOVE WS-ISO-DAY   TO WS-CD-DAY                            00370001
003710        IF WS-CD-MONTH > 0 AND WS-CD-MONTH < 13                   00371001
003720           AND WS-CD-DAY > 0 AND WS-CD-DAY < 32                   00372001
003730           SET WS-DATE-OK TO TRUE                                 00373001
003740        END-IF                                                    00374001
003750     END-IF.                                                      00375001
003760*****************************************************             00376001
003770* EVERY SNAPSHOT ROW STARTS ON THE ROSTER.  A NULL   *            00377001
003780* WORKDEPT SORTS LAST, AS IT DOES ON THE SNAPSHOT    *            00378001
003790*****************************************************             00379001
003800 LOAD-SNAP-PARA.                                                  00380001
003810     OPEN INPUT SNAP-IN-FILE                                      00381001
003820     PERFORM READ-SNAP-PARA                                       00382001
003830     PERFORM STORE-SNAP-PARA                                      00383001
003840             UNTIL WS-SNAP-EOF                                    00384001
003850     CLOSE SNAP-IN-FILE                                           00385001
003860     DISPLAY 'SNAPSHOT ROWS LOADED : ' WS-SNAP-IN-COUNT.          00386001
003870 READ-SNAP-PARA.                                                  00387001
003880     READ SNAP-IN-FILE                                            00388001
003890         AT END                                                   00389001
003900           SET WS-SNAP-EOF TO TRUE                                00390001
003910         NOT AT END                                               00391001
003920           ADD 1 TO WS-SNAP-IN-COUNT                              00392001
003930     END-READ.                                                    00393001
003940 STORE-SNAP-PARA.                                                 00394001
003950     MOVE SNAP-IN-RECORD TO SNAP-RECORD                           00395001
003960     PERFORM ADD-ROSTER-PARA                                      00396001
003970     IF WS-RST-IX > ZERO                                          00397001
003980        MOVE 'C'         TO WS-RST-SOURCE (WS-RST-IX)             00398001
003990        MOVE SPACES      TO WS-RST-TERM-DATE (WS-RST-IX)          00399001
004000        MOVE HIGH-VALUES TO WS-RST-HIGH-KEY (WS-RST-IX)           00400001
004010     END-IF                                                       00401001
004020     PERFORM READ-SNAP-PARA.                                      00402001
004030*****************************************************             00403001
004040* ADDS THE ROW NOW IN SNAP-RECORD TO THE ROSTER AND  *            00404001
004050* LEAVES WS-RST-IX ON IT (ZERO WHEN THE TABLE IS     *            00405001
004060* FULL)                                              *            00406001
004070*****************************************************             00407001
004080 ADD-ROSTER-PARA.                                                 00408001
004090     IF WS-RST-COUNT < WS-RST-LIMIT                               00409001
004100        ADD 1 TO WS-RST-COUNT                                     00410001
004110        MOVE WS-RST-COUNT TO WS-RST-IX                            00411001
004120        IF SNAP-WORKDEPT-NF = 'Y'                                 00412001
004130           MOVE HIGH-VALUES TO WS-RST-WORKDEPT (WS-RST-IX)        00413001
004140        ELSE                                                      00414001
004150           MOVE SNAP-WORKDEPT TO WS-RST-WORKDEPT (WS-RST-IX)      00415001
004160        END-IF                                                    00416001
004170        MOVE SNAP-EMPNO     TO WS-RST-EMPNO (WS-RST-IX)           00417001
004180        MOVE SNAP-RECORD    TO WS-RST-ROW (WS-RST-IX)             00418001
004190        MOVE LOW-VALUES     TO WS-RST-LOW-KEY (WS-RST-IX)         00419001
004200        MOVE 'N'            TO WS-RST-SEEN-SW (WS-RST-IX)         00420001
004210        MOVE 'N'            TO WS-RST-FIRST-SW (WS-RST-IX)        00421001
004220        MOVE SPACE          TO WS-RST-FIRST-ACTION (WS-RST-IX)    00422001
004230        MOVE SPACES         TO WS-RST-FIRST-EFFDATE (WS-RST-IX)   00423001
004240        MOVE ZERO           TO WS-RST-OLD-SALARY (WS-RST-IX)      00424001
004250        MOVE ZERO           TO WS-RST-OLD-BONUS (WS-RST-IX)       00425001
004260        MOVE ZERO           TO WS-RST-OLD-COMM (WS-RST-IX)        00426001
004270        MOVE 'N'            TO WS-RST-ORDER-SW (WS-RST-IX)        00427001
004280        MOVE 'N'            TO WS-RST-CHAIN-SW (WS-RST-IX)        00428001
004290     ELSE                                                         00429001
004300        MOVE ZERO TO WS-RST-IX                                    00430001
004310        IF NOT WS-TABLE-FULL                                      00431001
004320           SET WS-TABLE-FULL TO TRUE                              00432001
004330           DISPLAY 'ROSTER TABLE FULL AT : ' WS-RST-LIMIT         00433001
004340        END-IF                                                    00434001
004350        DISPLAY 'ROW DROPPED, EMPNO : ' SNAP-EMPNO                00435001
004360     END-IF.                                                      00436001
004370*****************************************************             00437001
004380* FIRST PASS OF THE HISTORY MASTER : A 'T' FOLLOWED  *            00438001
004390* BY AN 'A' OF THE SAME EMPNO WITH THE SAME          *            00439001
004400* EFFECTIVE DATE IS A TERMINATION BACKED OUT BY      *            00440001
004410* COBDB36, AS COBDB45 TREATS IT                      *            00441001
004420*****************************************************             00442001
004430 SCAN-REVERSAL-PARA.                                              00443001
004440     OPEN INPUT HIST-FILE                                         00444001
004450     PERFORM READ-HIST-PARA                                       00445001
004460     PERFORM FIND-REVERSAL-PARA                                   00446001
004470             UNTIL WS-HIST-EOF                                    00447001
004480     CLOSE HIST-FILE                                              00448001
004490     MOVE 'N'  TO WS-HIST-EOF-SW                                  00449001
004500     MOVE ZERO TO WS-HIST-IN-COUNT                                00450001
004510     DISPLAY 'BACKED-OUT TERMINATIONS ON HISTORY : '              00451001
004520             WS-REV-COUNT.                                        00452001
004530 FIND-REVERSAL-PARA.                                              00453001
004540     MOVE AUD-RUN-DATE TO WS-HK-RUN-DATE                          00454001
004550     MOVE AUD-SEQ-NO   TO WS-HK-SEQ-NO                            00455001
004560     IF AUD-ACTION = 'A'                                          00456001
004570        AND WS-PRV-ACTION = 'T'                                   00457001
004580        AND AUD-EMPNO = WS-PRV-EMPNO                              00458001
004590        AND AUD-EFFDATE = WS-PRV-EFFDATE                          00459001
004600        IF WS-REV-COUNT < WS-REV-LIMIT                            00460001
004610           ADD 1 TO WS-REV-COUNT                                  00461001
004620           MOVE AUD-EMPNO   TO WS-REV-EMPNO (WS-REV-COUNT)        00462001
004630           MOVE WS-PRV-KEY  TO WS-REV-TERM-KEY (WS-REV-COUNT)     00463001
004640           MOVE WS-HIST-KEY TO WS-REV-ADD-KEY (WS-REV-COUNT)      00464001
004650        ELSE                                                      00465001
004660           IF NOT WS-TABLE-FULL                                   00466001
004670              SET WS-TABLE-FULL TO TRUE                           00467001
004680              DISPLAY 'REVERSAL TABLE FULL AT : ' WS-REV-LIMIT    00468001
004690           END-IF                                                 00469001
004700           DISPLAY 'BACKED-OUT TERMINATION NOT ALLOWED FOR : '    00470001
004710                   AUD-EMPNO                                      00471001
004720        END-IF                                                    00472001
004730     END-IF                                                       00473001
004740     MOVE AUD-EMPNO   TO WS-PRV-EMPNO                             00474001
004750     MOVE AUD-ACTION  TO WS-PRV-ACTION                            00475001
004760     MOVE AUD-EFFDATE TO WS-PRV-EFFDATE                           00476001
004770     MOVE WS-HIST-KEY TO WS-PRV-KEY                               00477001
004780     PERFORM READ-HIST-PARA.                                      00478001
004790*****************************************************             00479001
004800* A FORMER EMPLOYEE TERMINATED AFTER THE AS-OF DATE  *            00480001
004810* GOES BACK ON THE ROSTER.  EVERY TERMINATION ALSO   *            00481001
004820* CLOSES THE HISTORY WINDOW OF ANY EARLIER ROW FOR   *            00482001
004830* THE SAME EMPNO, SO A REUSED EMPNO DOES NOT TAKE    *            00483001
004840* THE OLD EMPLOYEE'S HISTORY                         *            00484001
004850*****************************************************             00485001
004860 LOAD-FORMER-PARA.                                                00486001
004870     OPEN INPUT FORM-IN-FILE                                      00487001
004880     PERFORM READ-FORMER-PARA                                     00488001
004890     PERFORM STORE-FORMER-PARA                                    00489001
004900             UNTIL WS-FORM-EOF                                    00490001
004910     CLOSE FORM-IN-FILE                                           00491001
004920     DISPLAY 'FORMER EMPLOYEES READ : ' WS-FORM-IN-COUNT          00492001
004930     DISPLAY 'TERMINATED AFTER DATE : ' WS-FORM-USED-COUNT        00493001
004940     DISPLAY 'TERMINATIONS BACKED OUT : ' WS-REV-USED-COUNT.      00494001
004950 READ-FORMER-PARA.                                                00495001
004960     READ FORM-IN-FILE                                            00496001
004970         AT END                                                   00497001
004980           SET WS-FORM-EOF TO TRUE                                00498001
004990         NOT AT END                                               00499001
005000           ADD 1 TO WS-FORM-IN-COUNT                              00500001
005010     END-READ.                                                    00501001
005020 STORE-FORMER-PARA.                                               00502001
005030     MOVE FIN-ROW-IMAGE TO SNAP-RECORD                            00503001
005040     MOVE 'N' TO WS-REVERSED-SW                                   00504001
005050     PERFORM CHECK-FORMER-REV-PARA                                00505001
005060             VARYING WS-REV-IX FROM 1 BY 1                        00506001
005070             UNTIL WS-REV-IX > WS-REV-COUNT                       00507001
005080                OR WS-REVERSED                                    00508001
005090     IF WS-REVERSED                                               00509001
005100        ADD 1 TO WS-REV-USED-COUNT                                00510001
005110     ELSE                                                         00511001
005120        PERFORM USE-FORMER-PARA                                   00512001
005130     END-IF                                                       00513001
005140     PERFORM READ-FORMER-PARA.                                    00514001
005150 CHECK-FORMER-REV-PARA.                                           00515001
005160     IF WS-REV-EMPNO (WS-REV-IX) = SNAP-EMPNO                     00516001
005170        AND WS-REV-TERM-KEY (WS-REV-IX) = FIN-TERM-KEY            00517001
005180        SET WS-REVERSED TO TRUE                                   00518001
005190     END-IF.                                                      00519001
005200 USE-FORMER-PARA.                                                 00520001
005210     PERFORM REUSED-EMPNO-PARA                                    00521001
005220             VARYING WS-RST-JX FROM 1 BY 1                        00522001
005230             UNTIL WS-RST-JX > WS-RST-COUNT                       00523001
005240     IF FIN-TERM-DATE > WS-ASOF-DATE                              00524001
005250        ADD 1 TO WS-FORM-USED-COUNT                               00525001
005260        PERFORM ADD-ROSTER-PARA                                   00526001
005270        IF WS-RST-IX > ZERO                                       00527001
005280           MOVE 'F'           TO WS-RST-SOURCE (WS-RST-IX)        00528001
005290           MOVE FIN-TERM-DATE TO WS-RST-TERM-DATE (WS-RST-IX)     00529001
005300           MOVE FIN-TERM-KEY  TO WS-RST-HIGH-KEY (WS-RST-IX)      00530001
005310           PERFORM EARLIER-FORMER-PARA                            00531001
005320                   VARYING WS-RST-JX FROM 1 BY 1                  00532001
005330                   UNTIL WS-RST-JX NOT < WS-RST-IX                00533001
005340        END-IF                                                    00534001
005350     END-IF.                                                      00535001
005360 REUSED-EMPNO-PARA.                                               00536001
005370     IF WS-RST-EMPNO (WS-RST-JX) = SNAP-EMPNO                     00537001
005380        AND WS-RST-SOURCE (WS-RST-JX) = 'C'                       00538001
005390        AND FIN-TERM-KEY > WS-RST-LOW-KEY (WS-RST-JX)             00539001
005400        MOVE FIN-TERM-KEY TO WS-RST-LOW-KEY (WS-RST-JX)           00540001
005410     END-IF.                                                      00541001
005420 EARLIER-FORMER-PARA.                                             00542001
005430     IF WS-RST-EMPNO (WS-RST-JX) = SNAP-EMPNO                     00543001
005440        AND WS-RST-SOURCE (WS-RST-JX) = 'F'                       00544001
005450        AND WS-RST-HIGH-KEY (WS-RST-JX)                           00545001
005460            > WS-RST-LOW-KEY (WS-RST-IX)                          00546001
005470        MOVE WS-RST-HIGH-KEY (WS-RST-JX)                          00547001
005480          TO WS-RST-LOW-KEY (WS-RST-IX)                           00548001
005490     END-IF.                                                      00549001
005500*****************************************************             00550001
005510* ONE PASS OF THE HISTORY MASTER.  FOR EACH ROSTER   *            00551001
005520* ENTRY, THE FIRST CHANGE IN ITS WINDOW EFFECTIVE    *            00552001
005530* AFTER THE AS-OF DATE GIVES THE PAY AS OF THAT DATE *            00553001
005540* (ITS BEFORE IMAGE).  A CHANGE EFFECTIVE ON OR      *            00554001
005550* BEFORE THE DATE BUT POSTED AFTER THAT ONE, OR A    *            00555001
005560* LAST IMAGE THAT DOES NOT MATCH THE ROW, MEANS THE  *            00556001
005570* HISTORY CANNOT BE FULLY UNWOUND                    *            00557001
005580*****************************************************             00558001
005590 APPLY-HISTORY-PARA.                                              00559001
005600     OPEN INPUT HIST-FILE                                         00560001
005610     PERFORM READ-HIST-PARA                                       00561001
005620     PERFORM PROCESS-HIST-PARA                                    00562001
005630             UNTIL WS-HIST-EOF                                    00563001
005640     CLOSE HIST-FILE                                              00564001
005650     DISPLAY 'HISTORY RECORDS READ : ' WS-HIST-IN-COUNT.          00565001
005660 READ-HIST-PARA.                                                  00566001
005670     READ HIST-FILE                                               00567001
005680         AT END                                                   00568001
005690           SET WS-HIST-EOF TO TRUE                                00569001
005700         NOT AT END                                               00570001
005710           ADD 1 TO WS-HIST-IN-COUNT                              00571001
005720     END-READ.                                                    00572001
005730 PROCESS-HIST-PARA.                                               00573001
005740     IF AUD-EMPNO NOT = WS-CUR-EMPNO                              00574001
005750        MOVE AUD-EMPNO TO WS-CUR-EMPNO                            00575001
005760        MOVE ZERO TO WS-HIT-COUNT                                 00576001
005770        PERFORM FIND-HIT-PARA                                     00577001
005780                VARYING WS-RST-JX FROM 1 BY 1                     00578001
005790                UNTIL WS-RST-JX > WS-RST-COUNT                    00579001
005800     END-IF                                                       00580001
005810     IF AUD-RUN-DATE < WS-HIST-LOW-DATE                           00581001
005820        MOVE AUD-RUN-DATE TO WS-HIST-LOW-DATE                     00582001
005830     END-IF                                                       00583001
005840     IF AUD-EFFDATE > WS-ASOF-DATE                                00584001
005850        ADD 1 TO WS-HIST-AFTER-COUNT                              00585001
005860     END-IF                                                       00586001
005870     MOVE AUD-RUN-DATE TO WS-HK-RUN-DATE                          00587001
005880     MOVE AUD-SEQ-NO   TO WS-HK-SEQ-NO                            00588001
005890     MOVE 'N' TO WS-REVERSED-SW                                   00589001
005900     PERFORM CHECK-HIST-REV-PARA                                  00590001
005910             VARYING WS-REV-IX FROM 1 BY 1                        00591001
005920             UNTIL WS-REV-IX > WS-REV-COUNT                       00592001
005930                OR WS-REVERSED                                    00593001
005940     IF NOT WS-REVERSED                                           00594001
005950        PERFORM APPLY-HIT-PARA                                    00595001
005960                VARYING WS-HIT-IX FROM 1 BY 1                     00596001
005970                UNTIL WS-HIT-IX > WS-HIT-COUNT                    00597001
005980     END-IF                                                       00598001
005990     PERFORM READ-HIST-PARA.                                      00599001
006000 CHECK-HIST-REV-PARA.                                             00600001
006010     IF WS-REV-EMPNO (WS-REV-IX) = AUD-EMPNO                      00601001
006020        AND (WS-REV-TERM-KEY (WS-REV-IX) = WS-HIST-KEY            00602001
006030          OR WS-REV-ADD-KEY (WS-REV-IX) = WS-HIST-KEY)            00603001
006040        SET WS-REVERSED TO TRUE                                   00604001
006050     END-IF.                                                      00605001
006060 FIND-HIT-PARA.                                                   00606001
006070     IF WS-RST-EMPNO (WS-RST-JX) = WS-CUR-EMPNO                   00607001
006080        IF WS-HIT-COUNT < WS-HIT-LIMIT                            00608001
006090           ADD 1 TO WS-HIT-COUNT                                  00609001
006100           MOVE WS-RST-JX TO WS-HIT-RST-IX (WS-HIT-COUNT)         00610001
006110        ELSE                                                      00611001
006120           DISPLAY 'TOO MANY ROWS FOR ONE EMPNO, IGNORED : '      00612001
006130                   WS-CUR-EMPNO                                   00613001
006140        END-IF                                                    00614001
006150     END-IF.                                                      00615001
006160 APPLY-HIT-PARA.                                                  00616001
006170     MOVE WS-HIT-RST-IX (WS-HIT-IX) TO WS-RST-IX                  00617001
006180     IF WS-HIST-KEY > WS-RST-LOW-KEY (WS-RST-IX)                  00618001
006190        AND WS-HIST-KEY NOT > WS-RST-HIGH-KEY (WS-RST-IX)         00619001
006200        MOVE 'Y' TO WS-RST-SEEN-SW (WS-RST-IX)                    00620001
006210        IF AUD-EFFDATE > WS-ASOF-DATE                             00621001
006220           IF WS-RST-FIRST-SW (WS-RST-IX) = 'N'                   00622001
006230              MOVE 'Y'            TO WS-RST-FIRST-SW (WS-RST-IX)  00623001
006240              MOVE AUD-ACTION                                     00624001
006250                TO WS-RST-FIRST-ACTION (WS-RST-IX)                00625001
006260              MOVE AUD-EFFDATE                                    00626001
006270                TO WS-RST-FIRST-EFFDATE (WS-RST-IX)               00627001
006280              MOVE AUD-OLD-SALARY                                 00628001
006290                TO WS-RST-OLD-SALARY (WS-RST-IX)                  00629001
006300              MOVE AUD-OLD-BONUS                                  00630001
006310                TO WS-RST-OLD-BONUS (WS-RST-IX)                   00631001
006320              MOVE AUD-OLD-COMM                                   00632001
006330                TO WS-RST-OLD-COMM (WS-RST-IX)                    00633001
006340           END-IF                                                 00634001
006350        ELSE                                                      00635001
006360           IF WS-RST-FIRST-SW (WS-RST-IX) = 'Y'                   00636001
006370              MOVE 'Y' TO WS-RST-ORDER-SW (WS-RST-IX)             00637001
006380           END-IF                                                 00638001
006390        END-IF                                                    00639001
006400        PERFORM CHAIN-CHECK-PARA                                  00640001
006410     END-IF.                                                      00641001
006420*****************************************************             00642001
006430* THE LAST IMAGE IN THE WINDOW MUST LEAD TO THE ROW : *           00643001
006440* A CURRENT ROW IS THE AFTER IMAGE OF ITS LAST       *            00644001
006450* CHANGE, A FORMER ROW THE BEFORE IMAGE OF ITS       *            00645001
006460* TERMINATION                                        *            00646001
006470*****************************************************             00647001
006480 CHAIN-CHECK-PARA.                                                00648001
006490     MOVE WS-RST-ROW (WS-RST-IX) TO SNAP-RECORD                   00649001
006500     MOVE 'N' TO WS-RST-CHAIN-SW (WS-RST-IX)                      00650001
006510     IF WS-RST-SOURCE (WS-RST-IX) = 'F'                           00651001
006520        IF AUD-ACTION = 'T'                                       00652001
006530           AND AUD-OLD-SALARY = SNAP-SALARY                       00653001
006540           AND AUD-OLD-BONUS  = SNAP-BONUS                        00654001
006550           AND AUD-OLD-COMM   = SNAP-COMM                         00655001
006560           MOVE 'Y' TO WS-RST-CHAIN-SW (WS-RST-IX)                00656001
006570        END-IF                                                    00657001
006580     ELSE                                                         00658001
006590        IF AUD-NEW-SALARY = SNAP-SALARY                           00659001
006600           AND AUD-NEW-BONUS  = SNAP-BONUS                        00660001
006610           AND AUD-NEW-COMM   = SNAP-COMM                         00661001
006620           MOVE 'Y' TO WS-RST-CHAIN-SW (WS-RST-IX)                00662001
006630        END-IF                                                    00663001
006640     END-IF.                                                      00664001
006650*****************************************************             00665001
006660* EXCHANGE SORT ON WORKDEPT, EMPNO AND SOURCE        *            00666001
006670*****************************************************             00667001
006680 SORT-TABLE-PARA.                                                 00668001
006690     COMPUTE WS-SORT-TOP = WS-RST-COUNT - 1                       00669001
006700     SET WS-SWAPPED TO TRUE                                       00670001
006710     PERFORM SORT-PASS-PARA                                       00671001
006720             UNTIL NOT WS-SWAPPED                                 00672001
006730                OR WS-SORT-TOP < 1.                               00673001
006740 SORT-PASS-PARA.                                                  00674001
006750     MOVE 'N' TO WS-SWAP-SW                                       00675001
006760     PERFORM SORT-COMPARE-PARA                                    00676001
006770             VARYING WS-RST-IX FROM 1 BY 1                        00677001
006780             UNTIL WS-RST-IX > WS-SORT-TOP                        00678001
006790     SUBTRACT 1 FROM WS-SORT-TOP.                                 00679001
006800 SORT-COMPARE-PARA.                                               00680001
006810     COMPUTE WS-RST-JX = WS-RST-IX + 1                            00681001
006820     IF WS-RST-KEY (WS-RST-IX) > WS-RST-KEY (WS-RST-JX)           00682001
006830        MOVE WS-RST-ENTRY (WS-RST-IX) TO WS-SWAP-ENTRY            00683001
006840        MOVE WS-RST-ENTRY (WS-RST-JX)                             00684001
006850          TO WS-RST-ENTRY (WS-RST-IX)                             00685001
006860        MOVE WS-SWAP-ENTRY TO WS-RST-ENTRY (WS-RST-JX)            00686001
006870        SET WS-SWAPPED TO TRUE                                    00687001
006880     END-IF.                                                      00688001
006890*****************************************************             00689001
006900* ONE ROSTER ENTRY : DROP IT IF IT WAS NOT ON EMP ON *            00690001
006910* THE AS-OF DATE, OTHERWISE ROLL ITS PAY BACK, WRITE *            00691001
006920* IT TO SNAPOUT AND LIST IT IF IT WAS PUT BACK OR    *            00692001
006930* COULD NOT BE FULLY UNWOUND                         *            00693001
006940*****************************************************             00694001
006950 DETAIL-PARA.                                                     00695001
006960     IF WS-RST-WORKDEPT (WS-RST-IX) NOT = WS-PREV-WORKDEPT        00696001
006970        IF WS-RST-IX > 1                                          00697001
006980           PERFORM DEPT-BREAK-PARA                                00698001
006990        END-IF                                                    00699001
007000        MOVE WS-RST-WORKDEPT (WS-RST-IX) TO WS-PREV-WORKDEPT      00700001
007010     END-IF                                                       00701001
007020     MOVE WS-RST-ROW (WS-RST-IX) TO SNAP-RECORD                   00702001
007030     MOVE SNAP-SALARY TO WS-CUR-SALARY                            00703001
007040     MOVE 'Y' TO WS-KEEP-SW                                       00704001
007050     IF SNAP-HIREDATE-NF NOT = 'Y'                                00705001
007060        AND SNAP-HIREDATE > WS-ASOF-DATE                          00706001
007070        MOVE 'N' TO WS-KEEP-SW                                    00707001
007080        MOVE 'DROPPED, HIRED AFTER DATE' TO WS-EVENT              00708001
007090        MOVE SNAP-HIREDATE               TO WS-EVENT-DATE         00709001
007100     ELSE                                                         00710001
007110        IF WS-RST-FIRST-SW (WS-RST-IX) = 'Y'                      00711001
007120           AND WS-RST-FIRST-ACTION (WS-RST-IX) = 'A'              00712001
007130           MOVE 'N' TO WS-KEEP-SW                                 00713001
007140           MOVE 'DROPPED, ADDED AFTER DATE' TO WS-EVENT           00714001
007150           MOVE WS-RST-FIRST-EFFDATE (WS-RST-IX)                  00715001
007160             TO WS-EVENT-DATE                                     00716001
007170        END-IF                                                    00717001
007180     END-IF                                                       00718001
007190     IF WS-KEEP                                                   00719001
007200        PERFORM KEEP-ROW-PARA                                     00720001
007210     ELSE                                                         00721001
007220        ADD 1 TO WS-DEPT-DROPPED                                  00722001
007230        PERFORM EVENT-LINE-PARA                                   00723001
007240     END-IF.                                                      00724001
007250 KEEP-ROW-PARA.                                                   00725001
007260     IF WS-RST-FIRST-SW (WS-RST-IX) = 'Y'                         00726001
007270        MOVE WS-RST-OLD-SALARY (WS-RST-IX) TO SNAP-SALARY         00727001
007280        MOVE WS-RST-OLD-BONUS (WS-RST-IX)  TO SNAP-BONUS          00728001
007290        MOVE WS-RST-OLD-COMM (WS-RST-IX)   TO SNAP-COMM           00729001
007300        MOVE 'N' TO SNAP-SALARY-NF                                00730001
007310        MOVE 'N' TO SNAP-BONUS-NF                                 00731001
007320        MOVE 'N' TO SNAP-COMM-NF                                  00732001
007330        ADD 1 TO WS-DEPT-UNWOUND                                  00733001
007340     END-IF                                                       00734001
007350     WRITE SNAP-OUT-RECORD FROM SNAP-RECORD                       00735001
007360     ADD 1 TO WS-SNAP-OUT-COUNT                                   00736001
007370     ADD 1 TO WS-DEPT-COUNT                                       00737001
007380     ADD SNAP-SALARY TO WS-DEPT-SALARY                            00738001
007390     ADD SNAP-BONUS  TO WS-DEPT-BONCOM                            00739001
007400     ADD SNAP-COMM   TO WS-DEPT-BONCOM                            00740001
007410     IF WS-RST-SOURCE (WS-RST-IX) = 'F'                           00741001
007420        ADD 1 TO WS-DEPT-REINCLUDED                               00742001
007430        MOVE 'RE-INCLUDED, TERMINATED' TO WS-EVENT                00743001
007440        MOVE WS-RST-TERM-DATE (WS-RST-IX) TO WS-EVENT-DATE        00744001
007450        PERFORM EVENT-LINE-PARA                                   00745001
007460     END-IF                                                       00746001
007470     MOVE SPACES TO WS-EVENT                                      00747001
007480     MOVE SPACES TO WS-EVENT-DATE                                 00748001
007490     EVALUATE TRUE                                                00749001
007500        WHEN WS-HISTORY-PURGED                                    00750001
007510           MOVE 'NOT UNWOUND, HISTORY PURGED' TO WS-EVENT         00751001
007520           MOVE WS-HIST-LOW-DATE             TO WS-EVENT-DATE     00752001
007530        WHEN WS-RST-ORDER-SW (WS-RST-IX) = 'Y'                    00753001
007540           MOVE 'NOT UNWOUND, OUT OF ORDER' TO WS-EVENT           00754001
007550           MOVE WS-RST-FIRST-EFFDATE (WS-RST-IX)                  00755001
007560             TO WS-EVENT-DATE                                     00756001
007570        WHEN WS-RST-SEEN-SW (WS-RST-IX) = 'Y'                     00757001
007580             AND WS-RST-CHAIN-SW (WS-RST-IX) = 'N'                00758001
007590           MOVE 'NOT UNWOUND, HISTORY MISMATCH' TO WS-EVENT       00759001
007600        WHEN WS-RST-SEEN-SW (WS-RST-IX) = 'N'                     00760001
007610             AND WS-RST-SOURCE (WS-RST-IX) = 'F'                  00761001
007620           MOVE 'NOT UNWOUND, NO TERM HISTORY' TO WS-EVENT        00762001
007630           MOVE WS-RST-TERM-DATE (WS-RST-IX) TO WS-EVENT-DATE     00763001
007640        WHEN OTHER                                                00764001
007650           CONTINUE                                               00765001
007660     END-EVALUATE                                                 00766001
007670     IF WS-EVENT NOT = SPACES                                     00767001
007680        ADD 1 TO WS-DEPT-NOT-UNWOUND                              00768001
007690        PERFORM EVENT-LINE-PARA                                   00769001
007700     END-IF.                                                      00770001
007710 EVENT-LINE-PARA.                                                 00771001
007720     MOVE SPACES TO WS-PL-DETAIL                                  00772001
007730     MOVE SNAP-EMPNO      TO WS-PLD-EMPNO                         00773001
007740     MOVE SNAP-LASTNAME   TO WS-PLD-LASTNAME                      00774001
007750     IF SNAP-WORKDEPT-NF = 'Y'                                    00775001
007760        MOVE SPACES        TO WS-PLD-WORKDEPT                     00776001
007770     ELSE                                                         00777001
007780        MOVE SNAP-WORKDEPT TO WS-PLD-WORKDEPT                     00778001
007790     END-IF                                                       00779001
007800     MOVE WS-EVENT        TO WS-PLD-EVENT                         00780001
007810     MOVE WS-EVENT-DATE   TO WS-PLD-DATE                          00781001
007820     MOVE WS-CUR-SALARY   TO WS-PLD-CUR-SALARY                    00782001
007830     IF WS-KEEP                                                   00783001
007840        MOVE SNAP-SALARY  TO WS-PLD-ASOF-SALARY                   00784001
007850     END-IF                                                       00785001
007860     MOVE WS-PRINT-LINE TO RPT-RECORD                             00786001
007870     WRITE RPT-RECORD.                                            00787001
007880 DEPT-BREAK-PARA.                                                 00788001
007890     MOVE SPACES TO WS-PL-SUBTOTAL                                00789001
007900     IF WS-PREV-WORKDEPT = HIGH-VALUES                            00790001
007910        MOVE 'NO DEPARTMENT TOTAL' TO WS-PLS-LABEL                00791001
007920     ELSE                                                         00792001
007930        STRING 'DEPARTMENT '    DELIMITED BY SIZE                 00793001
007940               WS-PREV-WORKDEPT DELIMITED BY SIZE                 00794001
007950               ' TOTAL'         DELIMITED BY SIZE                 00795001
007960               INTO WS-PLS-LABEL                                  00796001
007970     END-IF                                                       00797001
007980     MOVE WS-DEPT-COUNT       TO WS-PLS-COUNT                     00798001
007990     MOVE WS-DEPT-SALARY      TO WS-PLS-SALARY                    00799001
008000     MOVE WS-DEPT-BONCOM      TO WS-PLS-BONCOM                    00800001
008010     MOVE WS-DEPT-UNWOUND     TO WS-PLS-UNWOUND                   00801001
008020     MOVE WS-DEPT-REINCLUDED  TO WS-PLS-REINCLUDED                00802001
008030     MOVE WS-DEPT-DROPPED     TO WS-PLS-DROPPED                   00803001
008040     MOVE WS-DEPT-NOT-UNWOUND TO WS-PLS-NOT-UNWOUND               00804001
008050     MOVE WS-PRINT-LINE TO RPT-RECORD                             00805001
008060     WRITE RPT-RECORD                                             00806001
008070     MOVE SPACES TO WS-PL-HEADING                                 00807001
008080     MOVE WS-PRINT-LINE TO RPT-RECORD                             00808001
008090     WRITE RPT-RECORD                                             00809001
008100     ADD WS-DEPT-COUNT       TO WS-GRAND-COUNT                    00810001
008110     ADD WS-DEPT-SALARY      TO WS-GRAND-SALARY                   00811001
008120     ADD WS-DEPT-BONCOM      TO WS-GRAND-BONCOM                   00812001
008130     ADD WS-DEPT-UNWOUND     TO WS-GRAND-UNWOUND                  00813001
008140     ADD WS-DEPT-REINCLUDED  TO WS-GRAND-REINCLUDED               00814001
008150     ADD WS-DEPT-DROPPED     TO WS-GRAND-DROPPED                  00815001
008160     ADD WS-DEPT-NOT-UNWOUND TO WS-GRAND-NOT-UNWOUND              00816001
008170     MOVE ZERO TO WS-DEPT-COUNT                                   00817001
008180     MOVE ZERO TO WS-DEPT-SALARY                                  00818001
008190     MOVE ZERO TO WS-DEPT-BONCOM                                  00819001
008200     MOVE ZERO TO WS-DEPT-UNWOUND                                 00820001
008210     MOVE ZERO TO WS-DEPT-REINCLUDED                              00821001
008220     MOVE ZERO TO WS-DEPT-DROPPED                                 00822001
008230     MOVE ZERO TO WS-DEPT-NOT-UNWOUND.                            00823001
008240 GRAND-TOTAL-PARA.                                                00824001
008250     MOVE SPACES TO WS-PL-SUBTOTAL                                00825001
008260     MOVE "WORKFORCE TOTAL"    TO WS-PLS-LABEL                    00826001
008270     MOVE WS-GRAND-COUNT       TO WS-PLS-COUNT                    00827001
008280     MOVE WS-GRAND-SALARY      TO WS-PLS-SALARY                   00828001
008290     MOVE WS-GRAND-BONCOM      TO WS-PLS-BONCOM                   00829001
008300     MOVE WS-GRAND-UNWOUND     TO WS-PLS-UNWOUND                  00830001
008310     MOVE WS-GRAND-REINCLUDED  TO WS-PLS-REINCLUDED               00831001
008320     MOVE WS-GRAND-DROPPED     TO WS-PLS-DROPPED                  00832001
008330     MOVE WS-GRAND-NOT-UNWOUND TO WS-PLS-NOT-UNWOUND              00833001
008340     MOVE WS-PRINT-LINE TO RPT-RECORD                             00834001
008350     WRITE RPT-RECORD.                                            00835001
008360 HEADING-PARA.                                                    00836001
008370     MOVE SPACES TO WS-PL-HEADING                                 00837001
008380     MOVE "*********************************************"         00838001
008390         TO WS-PLH-BANNER                                         00839001
008400     MOVE WS-PRINT-LINE TO RPT-RECORD                             00840001
008410     WRITE RPT-RECORD AFTER ADVANCING PAGE                        00841001
008420     MOVE SPACES TO WS-PL-HEADING                                 00842001
008430     MOVE "       AS-OF-DATE WORKFORCE RECONSTRUCTION   "         00843001
008440         TO WS-PLH-BANNER                                         00844001
008450     MOVE WS-PRINT-LINE TO RPT-RECORD                             00845001
008460     WRITE RPT-RECORD                                             00846001
008470     MOVE SPACES TO WS-PL-HEADING                                 00847001
008480     STRING 'AS OF : '      DELIMITED BY SIZE                     00848001
008490            WS-ASOF-DATE    DELIMITED BY SIZE                     00849001
008500            '   RUN : '     DELIMITED BY SIZE                     00850001
008510            WS-RUN-DATE-ISO DELIMITED BY SIZE                     00851001
008520            INTO WS-PLH-BANNER                                    00852001
008530     MOVE WS-PRINT-LINE TO RPT-RECORD                             00853001
008540     WRITE RPT-RECORD                                             00854001
008550     MOVE SPACES TO WS-PL-HEADING                                 00855001
008560     MOVE "EMPNO ,LASTNAME       ,DPT,EVENT,DATE,SALARY NOW,AS OF"00856001
008570         TO WS-PLH-BANNER                                         00857001
008580     MOVE WS-PRINT-LINE TO RPT-RECORD                             00858001
008590     WRITE RPT-RECORD                                             00859001
008600     MOVE SPACES TO WS-PL-HEADING                                 00860001
008610     MOVE "TOTALS : HEADCOUNT,SALARY,BONUS+COMM,PAY UNWOUND,"     00861001
008620         TO WS-PLH-BANNER                                         00862001
008630     MOVE WS-PRINT-LINE TO RPT-RECORD                             00863001
008640     WRITE RPT-RECORD                                             00864001
008650     MOVE SPACES TO WS-PL-HEADING                                 00865001
008660     MOVE "RE-INCLUDED,DROPPED,NOT FULLY UNWOUND"                 00866001
008670         TO WS-PLH-BANNER                                         00867001
008680     MOVE WS-PRINT-LINE TO RPT-RECORD                             00868001
008690     WRITE RPT-RECORD                                             00869001
008700     MOVE SPACES TO WS-PL-HEADING                                 00870001
008710     MOVE "*********************************************"         00871001
008720         TO WS-PLH-BANNER                                         00872001
008730     MOVE WS-PRINT-LINE TO RPT-RECORD                             00873001
008740     WRITE RPT-RECORD.                                            00874001
008750 TRAILER-PARA.                                                    00875001
008760     MOVE SPACES TO WS-PL-HEADING                                 00876001
008770     MOVE "*********************************************"         00877001
008780         TO WS-PLH-BANNER                                         00878001
008790     MOVE WS-PRINT-LINE TO RPT-RECORD                             00879001
008800     WRITE RPT-RECORD                                             00880001
008810     IF WS-HISTORY-PURGED                                         00881001
008820        MOVE SPACES TO WS-PL-HEADING                              00882001
008830        STRING 'AS-OF DATE IS BEFORE THE OLDEST HISTORY RUN : '   00883001
008840                   DELIMITED BY SIZE                              00884001
008850               WS-HIST-LOW-DATE DELIMITED BY SIZE                 00885001
008860               INTO WS-PLH-BANNER                                 00886001
008870        MOVE WS-PRINT-LINE TO RPT-RECORD                          00887001
008880        WRITE RPT-RECORD                                          00888001
008890     END-IF                                                       00889001
008900     MOVE SPACES TO WS-PL-TRAILER                                 00890001
008910     MOVE "SNAPSHOT ROWS READ          : "                        00891001
008920         TO WS-PLT-LABEL                                          00892001
008930     MOVE WS-SNAP-IN-COUNT    TO WS-PLT-COUNT                     00893001
008940     MOVE WS-PRINT-LINE       TO RPT-RECORD                       00894001
008950     WRITE RPT-RECORD                                             00895001
008960     MOVE SPACES TO WS-PL-TRAILER                                 00896001
008970     MOVE "FORMER EMPLOYEES READ       : "                        00897001
008980         TO WS-PLT-LABEL                                          00898001
008990     MOVE WS-FORM-IN-COUNT    TO WS-PLT-COUNT                     00899001
009000     MOVE WS-PRINT-LINE       TO RPT-RECORD                       00900001
009010     WRITE RPT-RECORD                                             00901001
009020     MOVE SPACES TO WS-PL-TRAILER                                 00902001
009030     MOVE "  TERMINATED AFTER DATE     : "                        00903001
009040         TO WS-PLT-LABEL                                          00904001
009050     MOVE WS-FORM-USED-COUNT  TO WS-PLT-COUNT                     00905001
009060     MOVE WS-PRINT-LINE       TO RPT-RECORD                       00906001
009070     WRITE RPT-RECORD                                             00907001
009080     MOVE SPACES TO WS-PL-TRAILER                                 00908001
009090     MOVE "HISTORY RECORDS READ        : "                        00909001
009100         TO WS-PLT-LABEL                                          00910001
009110     MOVE WS-HIST-IN-COUNT    TO WS-PLT-COUNT                     00911001
009120     MOVE WS-PRINT-LINE       TO RPT-RECORD                       00912001
009130     WRITE RPT-RECORD                                             00913001
009140     MOVE SPACES TO WS-PL-TRAILER                                 00914001
009150     MOVE "  EFFECTIVE AFTER DATE      : "                        00915001
009160         TO WS-PLT-LABEL                                          00916001
009170     MOVE WS-HIST-AFTER-COUNT TO WS-PLT-COUNT                     00917001
009180     MOVE WS-PRINT-LINE       TO RPT-RECORD                       00918001
009190     WRITE RPT-RECORD                                             00919001
009200     MOVE SPACES TO WS-PL-TRAILER                                 00920001
009210     MOVE "ROWS WRITTEN TO SNAPOUT     : "                        00921001
009220         TO WS-PLT-LABEL                                          00922001
009230     MOVE WS-SNAP-OUT-COUNT   TO WS-PLT-COUNT                     00923001
009240     MOVE WS-PRINT-LINE       TO RPT-RECORD                       00924001
009250     WRITE RPT-RECORD                                             00925001
009260     MOVE SPACES TO WS-PL-TRAILER                                 00926001
009270     MOVE "  NOT FULLY UNWOUND         : "                        00927001
009280         TO WS-PLT-LABEL                                          00928001
009290     MOVE WS-GRAND-NOT-UNWOUND TO WS-PLT-COUNT                    00929001
009300     MOVE WS-PRINT-LINE       TO RPT-RECORD                       00930001
009310     WRITE RPT-RECORD.                                            00931001
