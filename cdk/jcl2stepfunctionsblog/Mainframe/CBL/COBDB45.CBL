000010 IDENTIFICATION DIVISION.                                         00001001
000020 PROGRAM-ID. COBDB45.                                             00002001
000030********************************************                      00003001
000040*COBOL PROGRAM TO ACCOMPANY JCL TO STEP    *                      00004001
000050*FUNCTION DEMO                             *                      00005001
000060*YEAR-END TOTAL COMPENSATION STATEMENTS.   *                      00006001
000070*FOR THE CALENDAR YEAR ON THE PARMIN CARD  *                      00007001
000080*(COLS 1-4) READS EVERY EMP ROW, FROM THE  *                      00008001
000090*CR1 CURSOR OR, WITH 'S' IN COL 6, FROM    *                      00009001
000100*THE COBDB26 SNAPSHOT (SNAPIN), AND THE    *                      00010001
000110*COBDB30 HISTORY MASTER (HISTIN).          *                      00011001
000120*WRITES ONE STATEMENT PER EMPLOYEE TO      *                      00012001
000130*LTROUT IN THE COBDB23 LETTER STYLE :      *                      00013001
000140*  CURRENT SALARY, BONUS AND COMM;         *                      00014001
000150*  EVERY PAY CHANGE EFFECTIVE OR POSTED IN *                      00015001
000160*  THE YEAR, AS MERIT, AWARD, HIRE OR      *                      00016001
000170*  CHANGE;                                 *                      00017001
000180*  THE PAY FOR THE YEAR : SALARY AND COMM  *                      00018001
000190*  PRORATED BY DAYS AT EACH RATE FROM ITS  *                      00019001
000200*  EFFECTIVE DATE (OR THE HIRE DATE), PLUS *                      00020001
000210*  EACH BONUS EFFECTIVE IN THE YEAR, OR    *                      00021001
000220*  THE YEAR-END BONUS WHEN NONE WAS.       *                      00022001
000230*HISTORY POSTED BEFORE A TERMINATION OF    *                      00023001
000240*THE SAME EMPNO BELONGS TO AN EARLIER      *                      00024001
000250*EMPLOYMENT AND IS NOT USED, UNLESS THE    *                      00025001
000260*NEXT RECORD IS AN ADD WITH THE SAME       *                      00026001
000270*EFFECTIVE DATE : THAT IS THE TERMINATION  *                      00027001
000280*BACKED OUT BY COBDB36, SO BOTH ARE        *                      00028001
000290*SKIPPED AND THE HISTORY IS KEPT.          *                      00029001
000300*AN EMPLOYEE HIRED AFTER THE YEAR GETS NO  *                      00030001
000310*STATEMENT.                                *                      00031001
000320*WRITES A CONTROL REPORT (RPTOUT) WITH ONE *                      00032001
000330*LINE PER STATEMENT, DEPARTMENT AND GRAND  *                      00033001
000340*TOTALS AND THE STATEMENT COUNT, FOR       *                      00034001
000350*FINANCE TO CHECK BEFORE THE MAILING.      *                      00035001
000360*A MISSING OR INVALID YEAR ENDS THE STEP   *                      00036001
000370*WITH RETURN CODE 8 BEFORE ANYTHING IS     *                      00037001
000380*WRITTEN; A DB2 ERROR OR A FULL TABLE ALSO *                      00038001
000390*SETS 8, AN UNUSABLE HISTORY DATE SETS 4.  *                      00039001
000400********************************************                      00040001
000410 ENVIRONMENT DIVISION.                                            00041001
000420 INPUT-OUTPUT SECTION.                                            00042001
000430 FILE-CONTROL.                                                    00043001
000440     SELECT PARM-FILE   ASSIGN TO PARMIN.                         00044001
000450     SELECT SNAP-FILE   ASSIGN TO SNAPIN.                         00045001
000460     SELECT HIST-FILE   ASSIGN TO HISTIN.                         00046001
000470     SELECT LETTER-FILE ASSIGN TO LTROUT.                         00047001
000480     SELECT RPT-FILE    ASSIGN TO RPTOUT.                         00048001
000490 DATA DIVISION.                                                   00049001
000500 FILE SECTION.                                                    00050001
000510 FD  PARM-FILE                                                    00051001
000520     RECORDING MODE F                                             00052001
000530     LABEL RECORDS ARE STANDARD.                                  00053001
000540 01  PARM-RECORD.                                                 00054001
000550     05  PARM-YEAR               PIC X(4).                        00055001
000560     05  FILLER                  PIC X(1).                        00056001
000570     05  PARM-INPUT-MODE         PIC X(1).                        00057001
000580     05  FILLER                  PIC X(74).                       00058001
000590*****************************************************             00059001
000600* EMP SNAPSHOT FROM COBDB26, READ INSTEAD OF THE     *            00060001
000610* CR1 CURSOR WHEN DB2 IS UNAVAILABLE (MODE 'S')      *            00061001
000620*****************************************************             00062001
000630 FD  SNAP-FILE                                                    00063001
000640     RECORDING MODE F                                             00064001
000650     LABEL RECORDS ARE STANDARD.                                  00065001
000660     COPY EMPSNAP.                                                00066001
000670*****************************************************             00067001
000680* CUMULATIVE HISTORY MASTER FROM COBDB30, AUDITREC   *            00068001
000690* LAYOUT, IN EMPNO / RUN-DATE / SEQ-NO ORDER         *            00069001
000700*****************************************************             00070001
000710 FD  HIST-FILE                                                    00071001
000720     RECORDING MODE F                                             00072001
000730     LABEL RECORDS ARE STANDARD.                                  00073001
000740     COPY AUDITREC.                                               00074001
000750 FD  LETTER-FILE                                                  00075001
000760     RECORDING MODE F                                             00076001
000770     LABEL RECORDS ARE STANDARD.                                  00077001
000780 01  LETTER-RECORD               PIC X(132).                      00078001
000790 FD  RPT-FILE                                                     00079001
000800     RECORDING MODE F                                             00080001
000810     LABEL RECORDS ARE STANDARD.                                  00081001
000820 01  RPT-RECORD                  PIC X(132).                      00082001
000830 WORKING-STORAGE SECTION.                                         00083001
000840*****************************************************             00084001
000850* WORKAREAS                                         *             00085001
000860*****************************************************             00086001
000870 77  WS-SQL-ERROR-SW     PIC X          VALUE  'N'.               00087001
000880         88  SQL-ERROR-OCCURRED         VALUE  'Y'.               00088001
000890 77  INPUT-SWITCH        PIC X          VALUE  'Y'.               00089001
000900         88  NOMORE-INPUT               VALUE  'N'.               00090001
000910 77  WS-HIST-EOF-SW      PIC X          VALUE  'N'.               00091001
000920         88  WS-HIST-EOF                VALUE  'Y'.               00092001
000930 77  WS-PARM-ERROR-SW    PIC X          VALUE  'N'.               00093001
000940         88  WS-PARM-ERROR              VALUE  'Y'.               00094001
000950 77  WS-TABLE-FULL-SW    PIC X          VALUE  'N'.               00095001
000960         88  WS-TABLE-FULL              VALUE  'Y'.               00096001
000970 77  WS-FOUND-SW         PIC X          VALUE  'N'.               00097001
000980         88  WS-FOUND                   VALUE  'Y'.               00098001
000990 77  WS-LISTED-SW        PIC X          VALUE  'N'.               00099001
001000         88  WS-LISTED                  VALUE  'Y'.               00100001
001010 77  WS-LINE-DONE-SW     PIC X          VALUE  'N'.               00101001
001020         88  WS-LINE-DONE               VALUE  'Y'.               00102001
001030 77  WS-BONUS-POSTED-SW  PIC X          VALUE  'N'.               00103001
001040         88  WS-BONUS-POSTED            VALUE  'Y'.               00104001
001050*****************************************************             00105001
001060* A TERMINATION ON HISTIN WAITING ON THE NEXT RECORD *            00106001
001070* OF ITS EMPNO, WHICH MAY BE THE ADD THAT BACKS IT   *            00107001
001080* OUT                                                *            00108001
001090*****************************************************             00109001
001100 77  WS-TERM-PENDING-SW  PIC X          VALUE  'N'.               00110001
001110         88  WS-TERM-PENDING            VALUE  'Y'.               00111001
001120 77  WS-TERM-EFFDATE     PIC X(10)      VALUE SPACES.             00112001
001130*****************************************************             00113001
001140* INPUT MODE, 'S' READS THE SNAPSHOT INSTEAD OF DB2  *            00114001
001150*****************************************************             00115001
001160 77  WS-INPUT-MODE       PIC X          VALUE  ' '.               00116001
001170         88  WS-SNAPSHOT-MODE           VALUE  'S'.               00117001
001180*****************************************************             00118001
001190* VARCHAR LENGTH-TRIM WORKAREAS FOR SNAPSHOT INPUT   *            00119001
001200*****************************************************             00120001
001210 77  WS-NAME-FIELD       PIC X(15)      VALUE SPACES.             00121001
001220 77  WS-NAME-MAX         PIC S9(4) COMP VALUE ZERO.               00122001
001230 77  WS-NAME-LEN         PIC S9(4) COMP VALUE ZERO.               00123001
001240 77  WS-NAME-IX          PIC S9(4) COMP VALUE ZERO.               00124001
001250 77  WS-FIRST-LEN        PIC S9(4) COMP VALUE  1.                 00125001
001260 77  WS-LAST-LEN         PIC S9(4) COMP VALUE  1.                 00126001
001270*****************************************************             00127001
001280* THE STATEMENT YEAR FROM PARMIN, ITS FIRST AND LAST *            00128001
001290* DAY AND ITS LENGTH IN DAYS                         *            00129001
001300*****************************************************             00130001
001310 77  WS-YEAR-TEXT        PIC X(4)       VALUE SPACES.             00131001
001320 01  WS-YEAR-START.                                               00132001
001330     05  WS-YS-YEAR              PIC X(4).                        00133001
001340     05  FILLER                  PIC X(6)  VALUE '-01-01'.        00134001
001350 01  WS-YEAR-END.                                                 00135001
001360     05  WS-YE-YEAR              PIC X(4).                        00136001
001370     05  FILLER                  PIC X(6)  VALUE '-12-31'.        00137001
001380 77  WS-YEAR-DAYS        PIC S9(4) COMP VALUE ZERO.               00138001
001390*****************************************************             00139001
001400* RECORD COUNTERS                                    *            00140001
001410*****************************************************             00141001
001420 77  WS-EMP-IN-COUNT     PIC S9(7) COMP VALUE ZERO.               00142001
001430 77  WS-NOT-EMPLOYED     PIC S9(7) COMP VALUE ZERO.               00143001
001440 77  WS-HIST-IN-COUNT    PIC S9(7) COMP VALUE ZERO.               00144001
001450 77  WS-BAD-DATE-COUNT   PIC S9(7) COMP VALUE ZERO.               00145001
001460 77  WS-REVERSAL-COUNT   PIC S9(7) COMP VALUE ZERO.               00146001
001470 77  WS-CHANGE-COUNT     PIC S9(7) COMP VALUE ZERO.               00147001
001480 77  WS-LETTER-COUNT     PIC S9(7) COMP VALUE ZERO.               00148001
001490*****************************************************             00149001
001500* EMPLOYEE TABLE, IN WORKDEPT/EMPNO ORDER AS READ.   *            00150001
001510* EACH ENTRY POINTS AT ITS RUN OF THE EVENT TABLE    *            00151001
001520* AND KEEPS THE AFTER IMAGE OF ITS LATEST CHANGE     *            00152001
001530* EFFECTIVE BEFORE THE YEAR, WHICH GIVES THE PAY IN  *            00153001
001540* FORCE ON 1 JANUARY                                 *            00154001
001550*****************************************************             00155001
001560 77  WS-EMT-COUNT        PIC S9(4) COMP VALUE ZERO.               00156001
001570 77  WS-EMT-LIMIT        PIC S9(4) COMP VALUE  5000.              00157001
001580 77  WS-EMT-IX           PIC S9(4) COMP VALUE ZERO.               00158001
001590 77  WS-EMT-JX           PIC S9(4) COMP VALUE ZERO.               00159001
001600 77  WS-EMT-HIT          PIC S9(4) COMP VALUE ZERO.               00160001
001610 01  WS-EMPLOYEE-TABLE.                                           00161001
001620     05  WS-EMT-ENTRY  OCCURS 5000 TIMES.                         00162001
001630         10  WS-EMT-WORKDEPT     PIC X(3).                        00163001
001640         10  WS-EMT-EMPNO        PIC X(6).                        00164001
001650         10  WS-EMT-FIRSTNME     PIC X(12).                       00165001
001660         10  WS-EMT-FIRST-LEN    PIC S9(4) USAGE COMP.            00166001
001670         10  WS-EMT-LASTNAME     PIC X(15).                       00167001
001680         10  WS-EMT-LAST-LEN     PIC S9(4) USAGE COMP.            00168001
001690         10  WS-EMT-HIREDATE     PIC X(10).                       00169001
001700         10  WS-EMT-SALARY       PIC 9(7)V99.                     00170001
001710         10  WS-EMT-BONUS        PIC 9(7)V99.                     00171001
001720         10  WS-EMT-COMM         PIC 9(7)V99.                     00172001
001730         10  WS-EMT-EVT-FIRST    PIC S9(7) USAGE COMP.            00173001
001740         10  WS-EMT-EVT-COUNT    PIC S9(7) USAGE COMP.            00174001
001750         10  WS-EMT-PRIOR-SW     PIC X(1).                        00175001
001760         10  WS-EMT-PRIOR-KEY    PIC X(27).                       00176001
001770         10  WS-EMT-PRIOR-SALARY PIC 9(7)V99.                     00177001
001780         10  WS-EMT-PRIOR-BONUS  PIC 9(7)V99.                     00178001
001790         10  WS-EMT-PRIOR-COMM   PIC 9(7)V99.                     00179001
001800*****************************************************             00180001
001810* EVENT TABLE : THE HISTORY RECORDS EFFECTIVE OR     *            00181001
001820* POSTED ON OR AFTER 1 JANUARY, ONE RUN PER EMPLOYEE *            00182001
001830* IN POSTING ORDER, SORTED INTO EFFECTIVE-DATE ORDER *            00183001
001840* WHEN THE STATEMENT IS WRITTEN                      *            00184001
001850*****************************************************             00185001
001860 77  WS-EVT-COUNT        PIC S9(7) COMP VALUE ZERO.               00186001
001870 77  WS-EVT-LIMIT        PIC S9(7) COMP VALUE  20000.             00187001
001880 77  WS-EVT-IX           PIC S9(7) COMP VALUE ZERO.               00188001
001890 77  WS-EVT-JX           PIC S9(7) COMP VALUE ZERO.               00189001
001900 77  WS-EVT-LAST         PIC S9(7) COMP VALUE ZERO.               00190001
001910 77  WS-SORT-TOP         PIC S9(7) COMP VALUE ZERO.               00191001
001920 77  WS-SWAP-SW          PIC X          VALUE  'N'.               00192001
001930         88  WS-SWAPPED                 VALUE  'Y'.               00193001
001940 01  WS-EVENT-TABLE.                                              00194001
001950     05  WS-EVT-ENTRY  OCCURS 20000 TIMES.                        00195001
001960         10  WS-EVT-KEY.                                          00196001
001970             15  WS-EVT-EFFDATE      PIC X(10).                   00197001
001980             15  WS-EVT-RUN-DATE     PIC X(10).                   00198001
001990             15  WS-EVT-SEQ-NO       PIC 9(7).                    00199001
002000         10  WS-EVT-ACTION           PIC X(1).                    00200001
002010         10  WS-EVT-OLD-SALARY       PIC 9(7)V99.                 00201001
002020         10  WS-EVT-OLD-BONUS        PIC 9(7)V99.                 00202001
002030         10  WS-EVT-OLD-COMM         PIC 9(7)V99.                 00203001
002040         10  WS-EVT-NEW-SALARY       PIC 9(7)V99.                 00204001
002050         10  WS-EVT-NEW-BONUS        PIC 9(7)V99.                 00205001
002060         10  WS-EVT-NEW-COMM         PIC 9(7)V99.                 00206001
002070 01  WS-SWAP-ENTRY               PIC X(82).                       00207001
002080*****************************************************             00208001
002090* HISTORY KEY : EFFECTIVE DATE, THEN POSTING ORDER   *            00209001
002100*****************************************************             00210001
002110 01  WS-HIST-KEY.                                                 00211001
002120     05  WS-HK-EFFDATE           PIC X(10).                       00212001
002130     05  WS-HK-RUN-DATE          PIC X(10).                       00213001
002140     05  WS-HK-SEQ-NO            PIC 9(7).                        00214001
002150 77  WS-CUR-EMPNO        PIC X(6)       VALUE LOW-VALUES.         00215001
002160*****************************************************             00216001
002170* ONE STATEMENT : PAY RATES AS THE YEAR IS WALKED,   *            00217001
002180* RATE TIMES DAYS SO FAR, AND THE PAY FOR THE YEAR   *            00218001
002190*****************************************************             00219001
002200 77  WS-RATE-SALARY      PIC 9(7)V99    VALUE ZERO.               00220001
002210 77  WS-RATE-BONUS       PIC 9(7)V99    VALUE ZERO.               00221001
002220 77  WS-RATE-COMM        PIC 9(7)V99    VALUE ZERO.               00222001
002230 77  WS-FROM-DAY         PIC S9(4) COMP VALUE ZERO.               00223001
002240 77  WS-TO-DAY           PIC S9(4) COMP VALUE ZERO.               00224001
002250 77  WS-SPAN-DAYS        PIC S9(4) COMP VALUE ZERO.               00225001
002260 77  WS-SALARY-DAYS      PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00226001
002270 77  WS-COMM-DAYS        PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00227001
002280 77  WS-PAID-SALARY      PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00228001
002290 77  WS-PAID-BONUS       PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00229001
002300 77  WS-PAID-COMM        PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00230001
002310 77  WS-PAID-TOTAL       PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00231001
002320 77  WS-EMP-CHANGES      PIC S9(4) COMP VALUE ZERO.               00232001
002330 77  WS-ACTION-TEXT      PIC X(6)       VALUE SPACES.             00233001
002340 77  WS-COLUMN-TEXT      PIC X(10)      VALUE SPACES.             00234001
002350 77  WS-FROM-AMOUNT      PIC 9(7)V99    VALUE ZERO.               00235001
002360 77  WS-TO-AMOUNT        PIC 9(7)V99    VALUE ZERO.               00236001
002370 77  WS-AMOUNT-TEXT      PIC X(30)      VALUE SPACES.             00237001
002380 77  WS-AMOUNT           PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00238001
002390*****************************************************             00239001
002400* DEPARTMENT AND GRAND TOTALS                        *            00240001
002410*****************************************************             00241001
002420 77  WS-PREV-WORKDEPT    PIC X(3)       VALUE LOW-VALUES.         00242001
002430 77  WS-DEPT-COUNT       PIC S9(7) COMP VALUE ZERO.               00243001
002440 77  WS-DEPT-SALARY      PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00244001
002450 77  WS-DEPT-BONUS       PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00245001
002460 77  WS-DEPT-COMM        PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00246001
002470 77  WS-DEPT-TOTAL       PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00247001
002480 77  WS-GRAND-COUNT      PIC S9(7) COMP VALUE ZERO.               00248001
002490 77  WS-GRAND-SALARY     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00249001
002500 77  WS-GRAND-BONUS      PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00250001
002510 77  WS-GRAND-COMM       PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00251001
002520 77  WS-GRAND-TOTAL      PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00252001
002530*****************************************************             00253001
002540* DATE CHECK AND DAY-OF-YEAR WORKAREAS               *            00254001
002550*****************************************************             00255001
002560 01  WS-ISO-DATE.                                                 00256001
002570     05  WS-ISO-YEAR             PIC X(4).                        00257001
002580     05  WS-ISO-DASH-1           PIC X(1).                        00258001
002590     05  WS-ISO-MONTH            PIC X(2).                        00259001
002600     05  WS-ISO-DASH-2           PIC X(1).                        00260001
002610     05  WS-ISO-DAY              PIC X(2).                        00261001
002620 01  WS-CHECK-DATE.                                               00262001
002630     05  WS-CD-YEAR              PIC 9(4).                        00263001
002640     05  WS-CD-MONTH             PIC 9(2).                        00264001
002650     05  WS-CD-DAY               PIC 9(2).                        00265001
002660 77  WS-DATE-OK-SW       PIC X          VALUE  'N'.               00266001
002670         88  WS-DATE-OK                 VALUE  'Y'.               00267001
002680 01  WS-SERIAL-DATE.                                              00268001
002690     05  WS-SD-YEAR              PIC 9(4).                        00269001
002700     05  WS-SD-MONTH             PIC 9(2).                        00270001
002710     05  WS-SD-DAY               PIC 9(2).                        00271001
002720 01  WS-SERIAL-DAYS              PIC S9(9) USAGE COMP.            00272001
002730 01  WS-LEAP-QUOTIENT            PIC 9(4)  USAGE COMP.            00273001
002740 01  WS-LEAP-REMAINDER           PIC 9(4)  USAGE COMP.            00274001
002750 01  WS-CUM-DAYS-TBL.                                             00275001
002760     05  FILLER  PIC X(36) VALUE                                  00276001
002770         '000031059090120151181212243273304334'.                  00277001
002780 01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TBL.                     00278001
002790     05  WS-CUM-DAYS  OCCURS 12 TIMES  PIC 9(3).                  00279001
002800*****************************************************             00280001
002810* SYSTEM DATE WORKAREAS                              *            00281001
002820*****************************************************             00282001
002830 01  WS-RUN-DATE.                                                 00283001
002840     05  WS-RUN-YEAR             PIC 9(4).                        00284001
002850     05  WS-RUN-MONTH            PIC 9(2).                        00285001
002860     05  WS-RUN-DAY              PIC 9(2).                        00286001
002870 01  WS-RUN-DATE-ISO.                                             00287001
002880     05  WS-RDI-YEAR             PIC 9(4).                        00288001
002890     05  FILLER                  PIC X(1)  VALUE '-'.             00289001
002900     05  WS-RDI-MONTH            PIC 9(2).                        00290001
002910     05  FILLER                  PIC X(1)  VALUE '-'.             00291001
002920     05  WS-RDI-DAY              PIC 9(2).                        00292001
002930*****************************************************             00293001
002940*  LETTER-LINE LAYOUTS FOR LETTER-FILE               *            00294001
002950*****************************************************             00295001
002960 01  WS-LETTER-LINE.                                              00296001
002970     05  WS-LL-TEXT              PIC X(80).                       00297001
002980     05  FILLER                  PIC X(52).                       00298001
002990 01  WS-LL-AMOUNT-LINE REDEFINES WS-LETTER-LINE.                  00299001
003000     05  WS-LLM-TEXT             PIC X(30).                       00300001
003010     05  WS-LLM-USD              PIC X(4).                        00301001
003020     05  WS-LLM-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.               00302001
003030     05  FILLER                  PIC X(85).                       00303001
003040 01  WS-LL-CHANGE-LINE REDEFINES WS-LETTER-LINE.                  00304001
003050     05  FILLER                  PIC X(2).                        00305001
003060     05  WS-LLC-EFFDATE          PIC X(10).                       00306001
003070     05  FILLER                  PIC X(2).                        00307001
003080     05  WS-LLC-ACTION           PIC X(6).                        00308001
003090     05  FILLER                  PIC X(2).                        00309001
003100     05  WS-LLC-COLUMN           PIC X(10).                       00310001
003110     05  WS-LLC-OLD              PIC ZZ,ZZZ,ZZ9.99.               00311001
003120     05  WS-LLC-TO               PIC X(4).                        00312001
003130     05  WS-LLC-NEW              PIC ZZ,ZZZ,ZZ9.99.               00313001
003140     05  FILLER                  PIC X(70).                       00314001
003150*****************************************************             00315001
003160*  PRINT-LINE LAYOUTS FOR RPT-FILE                   *            00316001
003170*****************************************************             00317001
003180 01  WS-PRINT-LINE.                                               00318001
003190     05  WS-PL-HEADING.                                           00319001
003200         10  WS-PLH-BANNER        PIC X(80).                      00320001
003210         10  FILLER               PIC X(52).                      00321001
003220     05  WS-PL-DETAIL REDEFINES WS-PL-HEADING.                    00322001
003230         10  WS-PLD-EMPNO         PIC X(6).                       00323001
003240         10  FILLER               PIC X(1).                       00324001
003250         10  WS-PLD-LASTNAME      PIC X(15).                      00325001
003260         10  FILLER               PIC X(1).                       00326001
003270         10  WS-PLD-WORKDEPT      PIC X(3).                       00327001
003280         10  FILLER               PIC X(1).                       00328001
003290         10  WS-PLD-CHANGES       PIC ZZ9.                        00329001
003300         10  FILLER               PIC X(1).                       00330001
003310         10  WS-PLD-SALARY        PIC Z,ZZZ,ZZ9.99.               00331001
003320         10  FILLER               PIC X(1).                       00332001
003330         10  WS-PLD-BONUS         PIC Z,ZZZ,ZZ9.99.               00333001
003340         10  FILLER               PIC X(1).                       00334001
003350         10  WS-PLD-COMM          PIC Z,ZZZ,ZZ9.99.               00335001
003360         10  FILLER               PIC X(1).                       00336001
003370         10  WS-PLD-TOTAL         PIC ZZ,ZZZ,ZZ9.99.              00337001
003380         10  FILLER               PIC X(49).                      00338001
003390     05  WS-PL-SUBTOTAL REDEFINES WS-PL-HEADING.                  00339001
003400         10  WS-PLS-LABEL         PIC X(24).                      00340001
003410         10  WS-PLS-COUNT         PIC ZZZ,ZZ9.                    00341001
003420         10  FILLER               PIC X(1).                       00342001
003430         10  WS-PLS-SALARY        PIC -ZZ,ZZZ,ZZ9.99.             00343001
003440         10  FILLER               PIC X(1).                       00344001
003450         10  WS-PLS-BONUS         PIC -ZZ,ZZZ,ZZ9.99.             00345001
003460         10  FILLER               PIC X(1).                       00346001
003470         10  WS-PLS-COMM          PIC -ZZ,ZZZ,ZZ9.99.             00347001
003480         10  FILLER               PIC X(1).                       00348001
003490         10  WS-PLS-TOTAL         PIC -ZZ,ZZZ,ZZ9.99.             00349001
003500         10  FILLER               PIC X(41).                      00350001
003510     05  WS-PL-TRAILER REDEFINES WS-PL-HEADING.                   00351001
003520         10  WS-PLT-LABEL         PIC X(34).                      00352001
003530         10  WS-PLT-COUNT         PIC ZZZ,ZZ9.                    00353001
003540         10  FILLER               PIC X(91).                      00354001
003550********************************************                      00355001
003560*  SQL COMMUNICATION AREA                  *                      00356001
003570********************************************                      00357001
003580     EXEC SQL                                                     00358001
003590       INCLUDE SQLCA                                              00359001
003600     END-EXEC.                                                    00360001
003610********************************************                      00361001
003620*  DCLS                                    *                      00362001
003630********************************************                      00363001
003640     EXEC SQL                                                     00364001
003650       INCLUDE EMP                                                00365001
003660     END-EXEC.                                                    00366001
003670********************************************                      00367001
003680*   DCLGENS                                                       00368001
003690********************************************                      00369001
003700     EXEC SQL                                                     00370001
003710       DECLARE CR1 CURSOR FOR                                     00371001
003720         SELECT EMPNO, FIRSTNME, LASTNAME, WORKDEPT,              00372001
003730                HIREDATE, SALARY, BONUS, COMM                     00373001
003740         FROM EMP                                                 00374001
003750         ORDER BY WORKDEPT, EMPNO                                 00375001
003760     END-EXEC.                                                    00376001
003770 PROCEDURE DIVISION.                                              00377001
003780 MAIN-PARA.                                                       00378001
003790     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00379001
003800     MOVE WS-RUN-YEAR  TO WS-RDI-YEAR.                            00380001
003810     MOVE WS-RUN-MONTH TO WS-RDI-MONTH.                           00381001
003820     MOVE WS-RUN-DAY   TO WS-RDI-DAY.                             00382001
003830     PERFORM GET-PARM-PARA.                                       00383001
003840     IF WS-PARM-ERROR                                             00384001
003850        MOVE 8 TO RETURN-CODE                                     00385001
003860        STOP RUN                                                  00386001
003870     END-IF                                                       00387001
003880     IF WS-SNAPSHOT-MODE                                          00388001
003890        PERFORM MAIN-SNAPSHOT-PARA                                00389001
003900     ELSE                                                         00390001
003910        PERFORM MAIN-DB2-PARA                                     00391001
003920     END-IF                                                       00392001
003930     DISPLAY 'EMPLOYEES LOADED : ' WS-EMT-COUNT                   00393001
003940     PERFORM APPLY-HISTORY-PARA.                                  00394001
003950     OPEN OUTPUT LETTER-FILE.                                     00395001
003960     OPEN OUTPUT RPT-FILE.                                        00396001
003970     PERFORM HEADING-PARA.                                        00397001
003980     PERFORM STATEMENT-PARA                                       00398001
003990             VARYING WS-EMT-IX FROM 1 BY 1                        00399001
004000             UNTIL WS-EMT-IX > WS-EMT-COUNT.                      00400001
004010     IF WS-EMT-COUNT > ZERO                                       00401001
004020        PERFORM DEPT-BREAK-PARA                                   00402001
004030     END-IF                                                       00403001
004040     PERFORM GRAND-TOTAL-PARA.                                    00404001
004050     PERFORM TRAILER-PARA.                                        00405001
004060     CLOSE LETTER-FILE.                                           00406001
004070     CLOSE RPT-FILE.                                              00407001
004080     DISPLAY 'STATEMENT YEAR          : ' WS-YEAR-TEXT            00408001
004090     DISPLAY 'STATEMENTS WRITTEN      : ' WS-GRAND-COUNT          00409001
004100     DISPLAY 'HISTORY DATES UNUSABLE  : ' WS-BAD-DATE-COUNT       00410001
004110     IF SQL-ERROR-OCCURRED OR WS-TABLE-FULL                       00411001
004120        MOVE 8 TO RETURN-CODE                                     00412001
004130     ELSE                                                         00413001
004140        IF WS-BAD-DATE-COUNT > ZERO                               00414001
004150           MOVE 4 TO RETURN-CODE                                  00415001
004160        ELSE                                                      00416001
004170           MOVE 0 TO RETURN-CODE                                  00417001
004180        END-IF                                                    00418001
004190     END-IF                                                       00419001
004200     STOP RUN.                                                    00420001
004210 GET-PARM-PARA.                                                   00421001
004220     OPEN INPUT PARM-FILE                                         00422001
004230     READ PARM-FILE                                               00423001
004240         AT END                                                   00424001
004250           DISPLAY 'NO STATEMENT YEAR ON PARMIN'                  00425001
004260           SET WS-PARM-ERROR TO TRUE                              00426001
004270         NOT AT END                                               00427001
004280           MOVE PARM-YEAR       TO WS-YEAR-TEXT                   00428001
004290           MOVE PARM-INPUT-MODE TO WS-INPUT-MODE                  00429001
004300           IF WS-SNAPSHOT-MODE                                    00430001
004310              DISPLAY 'SNAPSHOT INPUT MODE, DB2 NOT USED'         00431001
004320           END-IF                                                 00432001
004330     END-READ                                                     00433001
004340     CLOSE PARM-FILE                                              00434001
004350     IF NOT WS-PARM-ERROR                                         00435001
004360        IF WS-YEAR-TEXT NUMERIC                                   00436001
004370           AND WS-YEAR-TEXT > '1900'                              00437001
004380           MOVE WS-YEAR-TEXT TO WS-YS-YEAR                        00438001
004390           MOVE WS-YEAR-TEXT TO WS-YE-YEAR                        00439001
004400           MOVE WS-YEAR-END  TO WS-ISO-DATE                       00440001
004410           PERFORM CHECK-ISO-PARA                                 00441001
004420           PERFORM DAY-OF-YEAR-PARA                               00442001
004430           MOVE WS-SERIAL-DAYS TO WS-YEAR-DAYS                    00443001
004440        ELSE                                                      00444001
004450           DISPLAY 'INVALID STATEMENT YEAR ON PARMIN : '          00445001
004460                   WS-YEAR-TEXT                                   00446001
004470           SET WS-PARM-ERROR TO TRUE                              00447001
004480        END-IF                                                    00448001
004490     END-IF.                                                      00449001
004500 CHECK-ISO-PARA.                                                  00450001
004510     MOVE 'N' TO WS-DATE-OK-SW                                    00451001
004520     IF WS-ISO-YEAR NUMERIC                                       00452001
004530        AND WS-ISO-MONTH NUMERIC                                  00453001
004540        AND WS-ISO-DAY NUMERIC                                    00454001
004550        AND WS-ISO-DASH-1 = '-'                                   00455001
004560        AND WS-ISO-DASH-2 = '-'                                   00456001
004570        MOVE WS-ISO-YEAR  TO WS-CD-YEAR                           00457001
004580        MOVE WS-ISO-MONTH TO WS-CD-MONTH                          00458001
004590        MOVE WS-ISO-DAY   TO WS-CD-DAY                            00459001
004600        IF WS-CD-MONTH > 0 AND WS-CD-MONTH < 13                   00460001
004610           AND WS-CD-DAY > 0 AND WS-CD-DAY < 32                   00461001
004620           SET WS-DATE-OK TO TRUE                                 00462001
004630        END-IF                                                    00463001
004640     END-IF.                                                      00464001
004650*****************************************************             00465001
004660* DAY OF THE YEAR FOR THE CHECKED DATE IN            *            00466001
004670* WS-CHECK-DATE : DAYS BEFORE ITS MONTH, PLUS THE    *            00467001
004680* LEAP DAY AFTER FEBRUARY, PLUS ITS DAY              *            00468001
004690*****************************************************             00469001
004700 DAY-OF-YEAR-PARA.                                                00470001
004710     MOVE WS-CHECK-DATE TO WS-SERIAL-DATE                         00471001
004720     COMPUTE WS-SERIAL-DAYS =                                     00472001
004730             WS-CUM-DAYS (WS-SD-MONTH) + WS-SD-DAY                00473001
004740     IF WS-SD-MONTH > 2                                           00474001
004750        PERFORM LEAP-ADJUST-PARA                                  00475001
004760     END-IF.                                                      00476001
004770 LEAP-ADJUST-PARA.                                                00477001
004780     DIVIDE WS-SD-YEAR BY 4                                       00478001
004790            GIVING WS-LEAP-QUOTIENT                               00479001
004800            REMAINDER WS-LEAP-REMAINDER                           00480001
004810     IF WS-LEAP-REMAINDER = 0                                     00481001
004820        ADD 1 TO WS-SERIAL-DAYS                                   00482001
004830        DIVIDE WS-SD-YEAR BY 100                                  00483001
004840               GIVING WS-LEAP-QUOTIENT                            00484001
004850               REMAINDER WS-LEAP-REMAINDER                        00485001
004860        IF WS-LEAP-REMAINDER = 0                                  00486001
004870           SUBTRACT 1 FROM WS-SERIAL-DAYS                         00487001
004880           DIVIDE WS-SD-YEAR BY 400                               00488001
004890                  GIVING WS-LEAP-QUOTIENT                         00489001
004900                  REMAINDER WS-LEAP-REMAINDER                     00490001
004910           IF WS-LEAP-REMAINDER = 0                               00491001
004920              ADD 1 TO WS-SERIAL-DAYS                             00492001
004930           END-IF                                                 00493001
004940        END-IF                                                    00494001
004950     END-IF.                                                      00495001
004960 MAIN-DB2-PARA.                                                   00496001
004970* OPENING CURSOR                                                  00497001
004980     EXEC SQL                                                     00498001
004990       OPEN CR1                                                   00499001
005000     END-EXEC.                                                    00500001
005010     IF SQLCODE NOT = 0                                           00501001
005020        DISPLAY ' OPEN FAILED WITH SQLCODE : ' SQLCODE            00502001
005030        SET SQL-ERROR-OCCURRED TO TRUE                            00503001
005040     END-IF.                                                      00504001
005050     PERFORM FETCH-PARA                                           00505001
005060             UNTIL SQLCODE NOT EQUAL 0                            00506001
005070     EXEC SQL                                                     00507001
005080        CLOSE CR1                                                 00508001
005090     END-EXEC.                                                    00509001
005100 FETCH-PARA.                                                      00510001
005110     INITIALIZE DCLEMP                                            00511001
005120     EXEC SQL                                                     00512001
005130        FETCH CR1                                                 00513001
005140           INTO :DCL-EMPNO,                                       00514001
005150                :DCL-FIRSTNME,                                    00515001
005160                :DCL-LASTNAME,                                    00516001
005170                :DCL-WORKDEPT :IND-WORKDEPT,                      00517001
005180                :DCL-HIREDATE :IND-HIREDATE,                      00518001
005190                :DCL-SALARY   :IND-SALARY,                        00519001
005200                :DCL-BONUS    :IND-BONUS,                         00520001
005210                :DCL-COMM     :IND-COMM                           00521001
005220     END-EXEC                                                     00522001
005230     IF SQLCODE = 0                                               00523001
005240        PERFORM STORE-EMP-PARA                                    00524001
005250     ELSE                                                         00525001
005260        IF SQLCODE = 100                                          00526001
005270           CONTINUE                                               00527001
005280        ELSE                                                      00528001
005290           DISPLAY 'DB2 ERROR'                                    00529001
005300           SET SQL-ERROR-OCCURRED TO TRUE                         00530001
005310        END-IF                                                    00531001
005320     END-IF.                                                      00532001
005330 MAIN-SNAPSHOT-PARA.                                              00533001
005340     OPEN INPUT SNAP-FILE.                                        00534001
005350     PERFORM READ-SNAP-PARA.                                      00535001
005360     PERFORM PROCESS-SNAP-PARA                                    00536001
005370             UNTIL NOMORE-INPUT.                                  00537001
005380     CLOSE SNAP-FILE.                                             00538001
005390 READ-SNAP-PARA.                                                  00539001
005400     READ SNAP-FILE                                               00540001
005410         AT END                                                   00541001
005420           SET NOMORE-INPUT TO TRUE                               00542001
005430         NOT AT END                                               00543001
005440           CONTINUE                                               00544001
005450     END-READ.                                                    00545001
005460 PROCESS-SNAP-PARA.                                               00546001
005470     PERFORM MAP-SNAP-PARA                                        00547001
005480     PERFORM STORE-EMP-PARA                                       00548001
005490     PERFORM READ-SNAP-PARA.                                      00549001
005500 MAP-SNAP-PARA.                                                   00550001
005510     INITIALIZE DCLEMP                                            00551001
005520     MOVE ZERO TO IND-WORKDEPT                                    00552001
005530     MOVE ZERO TO IND-HIREDATE                                    00553001
005540     MOVE ZERO TO IND-SALARY                                      00554001
005550     MOVE ZERO TO IND-BONUS                                       00555001
005560     MOVE ZERO TO IND-COMM                                        00556001
005570     MOVE SNAP-EMPNO     TO DCL-EMPNO                             00557001
005580     MOVE SNAP-FIRSTNME  TO DCL-FIRSTNME-TEXT                     00558001
005590     MOVE SNAP-FIRSTNME  TO WS-NAME-FIELD                         00559001
005600     MOVE 12             TO WS-NAME-MAX                           00560001
005610     PERFORM TRIM-NAME-PARA                                       00561001
005620     MOVE WS-NAME-LEN    TO DCL-FIRSTNME-LEN                      00562001
005630     MOVE SNAP-LASTNAME  TO DCL-LASTNAME-TEXT                     00563001
005640     MOVE SNAP-LASTNAME  TO WS-NAME-FIELD                         00564001
005650     MOVE 15             TO WS-NAME-MAX                           00565001
005660     PERFORM TRIM-NAME-PARA                                       00566001
005670     MOVE WS-NAME-LEN    TO DCL-LASTNAME-LEN                      00567001
005680     MOVE SNAP-WORKDEPT  TO DCL-WORKDEPT                          00568001
005690     MOVE SNAP-HIREDATE  TO DCL-HIREDATE                          00569001
005700     MOVE SNAP-SALARY    TO DCL-SALARY                            00570001
005710     MOVE SNAP-BONUS     TO DCL-BONUS                             00571001
005720     MOVE SNAP-COMM      TO DCL-COMM                              00572001
005730     IF SNAP-WORKDEPT-NF = 'Y'                                    00573001
005740        MOVE -1 TO IND-WORKDEPT                                   00574001
005750     END-IF                                                       00575001
005760     IF SNAP-HIREDATE-NF = 'Y'                                    00576001
005770        MOVE -1 TO IND-HIREDATE                                   00577001
005780     END-IF                                                       00578001
005790     IF SNAP-SALARY-NF = 'Y'                                      00579001
005800        MOVE -1 TO IND-SALARY                                     00580001
005810     END-IF                                                       00581001
005820     IF SNAP-BONUS-NF = 'Y'                                       00582001
005830        MOVE -1 TO IND-BONUS                                      00583001
005840     END-IF                                                       00584001
005850     IF SNAP-COMM-NF = 'Y'                                        00585001
005860        MOVE -1 TO IND-COMM                                       00586001
005870     END-IF.                                                      00587001
005880 TRIM-NAME-PARA.                                                  00588001
005890     MOVE ZERO TO WS-NAME-LEN                                     00589001
005900     PERFORM TRIM-SCAN-PARA                                       00590001
005910             VARYING WS-NAME-IX FROM 1 BY 1                       00591001
005920             UNTIL WS-NAME-IX > WS-NAME-MAX.                      00592001
005930 TRIM-SCAN-PARA.                                                  00593001
005940     IF WS-NAME-FIELD (WS-NAME-IX:1) NOT = SPACE                  00594001
005950        MOVE WS-NAME-IX TO WS-NAME-LEN                            00595001
005960     END-IF.                                                      00596001
005970*****************************************************             00597001
005980* ADDS THE ROW NOW IN DCLEMP TO THE EMPLOYEE TABLE.  *            00598001
005990* A NULL WORKDEPT SORTS LAST, AS IT DOES ON THE      *            00599001
006000* CURSOR AND THE SNAPSHOT; A NULL PAY COLUMN IS ZERO *            00600001
006010*****************************************************             00601001
006020 STORE-EMP-PARA.                                                  00602001
006030     ADD 1 TO WS-EMP-IN-COUNT                                     00603001
006040     IF WS-EMT-COUNT < WS-EMT-LIMIT                               00604001
006050        ADD 1 TO WS-EMT-COUNT                                     00605001
006060        MOVE WS-EMT-COUNT TO WS-EMT-IX                            00606001
006070        IF IND-WORKDEPT < ZERO                                    00607001
006080           MOVE HIGH-VALUES  TO WS-EMT-WORKDEPT (WS-EMT-IX)       00608001
006090        ELSE                                                      00609001
006100           MOVE DCL-WORKDEPT TO WS-EMT-WORKDEPT (WS-EMT-IX)       00610001
006110        END-IF                                                    00611001
006120        MOVE DCL-EMPNO         TO WS-EMT-EMPNO (WS-EMT-IX)        00612001
006130        MOVE DCL-FIRSTNME-TEXT TO WS-EMT-FIRSTNME (WS-EMT-IX)     00613001
006140        MOVE DCL-FIRSTNME-LEN  TO WS-EMT-FIRST-LEN (WS-EMT-IX)    00614001
006150        MOVE DCL-LASTNAME-TEXT TO WS-EMT-LASTNAME (WS-EMT-IX)     00615001
006160        MOVE DCL-LASTNAME-LEN  TO WS-EMT-LAST-LEN (WS-EMT-IX)     00616001
006170        IF IND-HIREDATE < ZERO                                    00617001
006180           MOVE SPACES       TO WS-EMT-HIREDATE (WS-EMT-IX)       00618001
006190        ELSE                                                      00619001
006200           MOVE DCL-HIREDATE TO WS-EMT-HIREDATE (WS-EMT-IX)       00620001
006210        END-IF                                                    00621001
006220        IF IND-SALARY < ZERO                                      00622001
006230           MOVE ZERO         TO WS-EMT-SALARY (WS-EMT-IX)         00623001
006240        ELSE                                                      00624001
006250           MOVE DCL-SALARY   TO WS-EMT-SALARY (WS-EMT-IX)         00625001
006260        END-IF                                                    00626001
006270        IF IND-BONUS < ZERO                                       00627001
006280           MOVE ZERO         TO WS-EMT-BONUS (WS-EMT-IX)          00628001
006290        ELSE                                                      00629001
006300           MOVE DCL-BONUS    TO WS-EMT-BONUS (WS-EMT-IX)          00630001
006310        END-IF                                                    00631001
006320        IF IND-COMM < ZERO                                        00632001
006330           MOVE ZERO         TO WS-EMT-COMM (WS-EMT-IX)           00633001
006340        ELSE                                                      00634001
006350           MOVE DCL-COMM     TO WS-EMT-COMM (WS-EMT-IX)           00635001
006360        END-IF                                                    00636001
006370        MOVE ZERO       TO WS-EMT-EVT-FIRST (WS-EMT-IX)           00637001
006380        MOVE ZERO       TO WS-EMT-EVT-COUNT (WS-EMT-IX)           00638001
006390        MOVE 'N'        TO WS-EMT-PRIOR-SW (WS-EMT-IX)            00639001
006400        MOVE LOW-VALUES TO WS-EMT-PRIOR-KEY (WS-EMT-IX)           00640001
006410        MOVE ZERO       TO WS-EMT-PRIOR-SALARY (WS-EMT-IX)        00641001
006420        MOVE ZERO       TO WS-EMT-PRIOR-BONUS (WS-EMT-IX)         00642001
006430        MOVE ZERO       TO WS-EMT-PRIOR-COMM (WS-EMT-IX)          00643001
006440     ELSE                                                         00644001
006450        IF NOT WS-TABLE-FULL                                      00645001
006460           SET WS-TABLE-FULL TO TRUE                              00646001
006470           DISPLAY 'EMPLOYEE TABLE FULL AT : ' WS-EMT-LIMIT       00647001
006480        END-IF                                                    00648001
006490        DISPLAY 'NO STATEMENT, EMPNO : ' DCL-EMPNO                00649001
006500     END-IF.                                                      00650001
006510*****************************************************             00651001
006520* ONE PASS OF THE HISTORY MASTER.  EACH EMPNO'S      *            00652001
006530* RECORDS ARE TOGETHER, SO THE EMPLOYEE IS LOOKED UP *            00653001
006540* ONCE AND ITS EVENTS FOLLOW ONE ANOTHER IN THE      *            00654001
006550* EVENT TABLE.  A TERMINATION THROWS AWAY WHAT WAS   *            00655001
006560* COLLECTED SO FAR : A LATER ROW FOR THE SAME EMPNO  *            00656001
006570* IS A NEW EMPLOYMENT.  THE THROW-AWAY WAITS FOR THE *            00657001
006580* NEXT RECORD : AN ADD OF THE SAME EMPNO WITH THE    *            00658001
006590* SAME EFFECTIVE DATE IS THE COBDB36 RE-ADD THAT     *            00659001
006600* BACKS THE TERMINATION OUT, SO THE PAIR IS SKIPPED  *            00660001
006610* AND THE EARLIER HISTORY STANDS                     *            00661001
006620*****************************************************             00662001
006630 APPLY-HISTORY-PARA.                                              00663001
006640     OPEN INPUT HIST-FILE                                         00664001
006650     PERFORM READ-HIST-PARA                                       00665001
006660     PERFORM PROCESS-HIST-PARA                                    00666001
006670             UNTIL WS-HIST-EOF                                    00667001
006680     IF WS-TERM-PENDING                                           00668001
006690        PERFORM RESET-TERM-PARA                                   00669001
006700     END-IF                                                       00670001
006710     CLOSE HIST-FILE                                              00671001
006720     DISPLAY 'HISTORY RECORDS READ : ' WS-HIST-IN-COUNT           00672001
006730     DISPLAY 'TERMINATIONS BACKED OUT : ' WS-REVERSAL-COUNT.      00673001
006740 READ-HIST-PARA.                                                  00674001
006750     READ HIST-FILE                                               00675001
006760         AT END                                                   00676001
006770           SET WS-HIST-EOF TO TRUE                                00677001
006780         NOT AT END                                               00678001
006790           ADD 1 TO WS-HIST-IN-COUNT                              00679001
006800     END-READ.                                                    00680001
006810 PROCESS-HIST-PARA.                                               00681001
006820     IF AUD-EMPNO NOT = WS-CUR-EMPNO                              00682001
006830        IF WS-TERM-PENDING                                        00683001
006840           PERFORM RESET-TERM-PARA                                00684001
006850        END-IF                                                    00685001
006860        MOVE AUD-EMPNO TO WS-CUR-EMPNO                            00686001
006870        MOVE 'N' TO WS-FOUND-SW                                   00687001
006880        PERFORM FIND-EMP-PARA                                     00688001
006890                VARYING WS-EMT-JX FROM 1 BY 1                     00689001
006900                UNTIL WS-EMT-JX > WS-EMT-COUNT                    00690001
006910                   OR WS-FOUND                                    00691001
006920     END-IF                                                       00692001
006930     IF WS-FOUND                                                  00693001
006940        IF WS-TERM-PENDING                                        00694001
006950           PERFORM PENDING-TERM-PARA                              00695001
006960        ELSE                                                      00696001
006970           PERFORM APPLY-EVENT-PARA                               00697001
006980        END-IF                                                    00698001
006990     END-IF                                                       00699001
007000     PERFORM READ-HIST-PARA.                                      00700001
007010 FIND-EMP-PARA.                                                   00701001
007020     IF WS-EMT-EMPNO (WS-EMT-JX) = WS-CUR-EMPNO                   00702001
007030        SET WS-FOUND TO TRUE                                      00703001
007040        MOVE WS-EMT-JX TO WS-EMT-HIT                              00704001
007050        COMPUTE WS-EMT-EVT-FIRST (WS-EMT-HIT) =                   00705001
007060                WS-EVT-COUNT + 1                                  00706001
007070     END-IF.                                                      00707001
007080 PENDING-TERM-PARA.                                               00708001
007090     IF AUD-ACTION = 'A'                                          00709001
007100        AND AUD-EFFDATE = WS-TERM-EFFDATE                         00710001
007110        MOVE 'N' TO WS-TERM-PENDING-SW                            00711001
007120        ADD 1 TO WS-REVERSAL-COUNT                                00712001
007130        DISPLAY 'TERMINATION BACKED OUT, HISTORY KEPT : '         00713001
007140                AUD-EMPNO ' EFFECTIVE : ' AUD-EFFDATE             00714001
007150     ELSE                                                         00715001
007160        PERFORM RESET-TERM-PARA                                   00716001
007170        PERFORM APPLY-EVENT-PARA                                  00717001
007180     END-IF.                                                      00718001
007190 RESET-TERM-PARA.                                                 00719001
007200     MOVE 'N' TO WS-TERM-PENDING-SW                               00720001
007210     COMPUTE WS-EVT-COUNT =                                       00721001
007220             WS-EMT-EVT-FIRST (WS-EMT-HIT) - 1                    00722001
007230     MOVE ZERO       TO WS-EMT-EVT-COUNT (WS-EMT-HIT)             00723001
007240     MOVE 'N'        TO WS-EMT-PRIOR-SW (WS-EMT-HIT)              00724001
007250     MOVE LOW-VALUES TO WS-EMT-PRIOR-KEY (WS-EMT-HIT).            00725001
007260 APPLY-EVENT-PARA.                                                00726001
007270     IF AUD-ACTION = 'T'                                          00727001
007280        SET WS-TERM-PENDING TO TRUE                               00728001
007290        MOVE AUD-EFFDATE TO WS-TERM-EFFDATE                       00729001
007300     ELSE                                                         00730001
007310        MOVE AUD-EFFDATE TO WS-ISO-DATE                           00731001
007320        PERFORM CHECK-ISO-PARA                                    00732001
007330        IF WS-DATE-OK                                             00733001
007340           MOVE AUD-EFFDATE  TO WS-HK-EFFDATE                     00734001
007350           MOVE AUD-RUN-DATE TO WS-HK-RUN-DATE                    00735001
007360           MOVE AUD-SEQ-NO   TO WS-HK-SEQ-NO                      00736001
007370           IF AUD-EFFDATE < WS-YEAR-START                         00737001
007380              PERFORM PRIOR-EVENT-PARA                            00738001
007390           END-IF                                                 00739001
007400           IF AUD-EFFDATE NOT < WS-YEAR-START                     00740001
007410              OR AUD-RUN-DATE NOT < WS-YEAR-START                 00741001
007420              PERFORM STORE-EVENT-PARA                            00742001
007430           END-IF                                                 00743001
007440        ELSE                                                      00744001
007450           ADD 1 TO WS-BAD-DATE-COUNT                             00745001
007460           DISPLAY 'HISTORY EFFECTIVE DATE UNUSABLE, EMPNO : '    00746001
007470                   AUD-EMPNO ' DATE : ' AUD-EFFDATE               00747001
007480        END-IF                                                    00748001
007490     END-IF.                                                      00749001
007500 PRIOR-EVENT-PARA.                                                00750001
007510     IF WS-HIST-KEY > WS-EMT-PRIOR-KEY (WS-EMT-HIT)               00751001
007520        MOVE 'Y'            TO WS-EMT-PRIOR-SW (WS-EMT-HIT)       00752001
007530        MOVE WS-HIST-KEY    TO WS-EMT-PRIOR-KEY (WS-EMT-HIT)      00753001
007540        MOVE AUD-NEW-SALARY                                       00754001
007550          TO WS-EMT-PRIOR-SALARY (WS-EMT-HIT)                     00755001
007560        MOVE AUD-NEW-BONUS                                        00756001
007570          TO WS-EMT-PRIOR-BONUS (WS-EMT-HIT)                      00757001
007580        MOVE AUD-NEW-COMM                                         00758001
007590          TO WS-EMT-PRIOR-COMM (WS-EMT-HIT)                       00759001
007600     END-IF.                                                      00760001
007610 STORE-EVENT-PARA.                                                00761001
007620     IF WS-EVT-COUNT < WS-EVT-LIMIT                               00762001
007630        ADD 1 TO WS-EVT-COUNT                                     00763001
007640        ADD 1 TO WS-EMT-EVT-COUNT (WS-EMT-HIT)                    00764001
007650        MOVE WS-HIST-KEY    TO WS-EVT-KEY (WS-EVT-COUNT)          00765001
007660        MOVE AUD-ACTION     TO WS-EVT-ACTION (WS-EVT-COUNT)       00766001
007670        MOVE AUD-OLD-SALARY TO WS-EVT-OLD-SALARY (WS-EVT-COUNT)   00767001
007680        MOVE AUD-OLD-BONUS  TO WS-EVT-OLD-BONUS (WS-EVT-COUNT)    00768001
007690        MOVE AUD-OLD-COMM   TO WS-EVT-OLD-COMM (WS-EVT-COUNT)     00769001
007700        MOVE AUD-NEW-SALARY TO WS-EVT-NEW-SALARY (WS-EVT-COUNT)   00770001
007710        MOVE AUD-NEW-BONUS  TO WS-EVT-NEW-BONUS (WS-EVT-COUNT)    00771001
007720        MOVE AUD-NEW-COMM   TO WS-EVT-NEW-COMM (WS-EVT-COUNT)     00772001
007730     ELSE                                                         00773001
007740        IF NOT WS-TABLE-FULL                                      00774001
007750           SET WS-TABLE-FULL TO TRUE                              00775001
007760           DISPLAY 'EVENT TABLE FULL AT : ' WS-EVT-LIMIT          00776001
007770        END-IF                                                    00777001
007780        DISPLAY 'HISTORY RECORD DROPPED, EMPNO : ' AUD-EMPNO      00778001
007790     END-IF.                                                      00779001
007800*****************************************************             00780001
007810* ONE EMPLOYEE : NO STATEMENT IF HIRED AFTER THE     *            00781001
007820* YEAR, OTHERWISE WORK OUT THE YEAR'S PAY, WRITE THE *            00782001
007830* STATEMENT AND ITS CONTROL LINE                     *            00783001
007840*****************************************************             00784001
007850 STATEMENT-PARA.                                                  00785001
007860     IF WS-EMT-WORKDEPT (WS-EMT-IX) NOT = WS-PREV-WORKDEPT        00786001
007870        IF WS-EMT-IX > 1                                          00787001
007880           PERFORM DEPT-BREAK-PARA                                00788001
007890        END-IF                                                    00789001
007900        MOVE WS-EMT-WORKDEPT (WS-EMT-IX) TO WS-PREV-WORKDEPT      00790001
007910     END-IF                                                       00791001
007920     IF WS-EMT-HIREDATE (WS-EMT-IX) NOT = SPACES                  00792001
007930        AND WS-EMT-HIREDATE (WS-EMT-IX) > WS-YEAR-END             00793001
007940        ADD 1 TO WS-NOT-EMPLOYED                                  00794001
007950        DISPLAY 'HIRED AFTER THE YEAR, NO STATEMENT : '           00795001
007960                WS-EMT-EMPNO (WS-EMT-IX)                          00796001
007970     ELSE                                                         00797001
007980        COMPUTE WS-EVT-LAST = WS-EMT-EVT-FIRST (WS-EMT-IX)        00798001
007990                            + WS-EMT-EVT-COUNT (WS-EMT-IX) - 1    00799001
008000        PERFORM SORT-EVENTS-PARA                                  00800001
008010        PERFORM PRORATE-PARA                                      00801001
008020        PERFORM WRITE-LETTER-PARA                                 00802001
008030        PERFORM DETAIL-PARA                                       00803001
008040     END-IF.                                                      00804001
008050*****************************************************             00805001
008060* EXCHANGE SORT OF ONE EMPLOYEE'S EVENTS ON          *            00806001
008070* EFFECTIVE DATE, THEN POSTING ORDER                 *            00807001
008080*****************************************************             00808001
008090 SORT-EVENTS-PARA.                                                00809001
008100     COMPUTE WS-SORT-TOP = WS-EVT-LAST - 1                        00810001
008110     SET WS-SWAPPED TO TRUE                                       00811001
008120     PERFORM SORT-PASS-PARA                                       00812001
008130             UNTIL NOT WS-SWAPPED                                 00813001
008140                OR WS-SORT-TOP < WS-EMT-EVT-FIRST (WS-EMT-IX).    00814001
008150 SORT-PASS-PARA.                                                  00815001
008160     MOVE 'N' TO WS-SWAP-SW                                       00816001
008170     PERFORM SORT-COMPARE-PARA                                    00817001
008180             VARYING WS-EVT-IX                                    00818001
008190             FROM WS-EMT-EVT-FIRST (WS-EMT-IX) BY 1               00819001
008200             UNTIL WS-EVT-IX > WS-SORT-TOP                        00820001
008210     SUBTRACT 1 FROM WS-SORT-TOP.                                 00821001
008220 SORT-COMPARE-PARA.                                               00822001
008230     COMPUTE WS-EVT-JX = WS-EVT-IX + 1                            00823001
008240     IF WS-EVT-KEY (WS-EVT-IX) > WS-EVT-KEY (WS-EVT-JX)           00824001
008250        MOVE WS-EVT-ENTRY (WS-EVT-IX) TO WS-SWAP-ENTRY            00825001
008260        MOVE WS-EVT-ENTRY (WS-EVT-JX)                             00826001
008270          TO WS-EVT-ENTRY (WS-EVT-IX)                             00827001
008280        MOVE WS-SWAP-ENTRY TO WS-EVT-ENTRY (WS-EVT-JX)            00828001
008290        SET WS-SWAPPED TO TRUE                                    00829001
008300     END-IF.                                                      00830001
008310*****************************************************             00831001
008320* THE YEAR'S PAY.  THE RATES ON 1 JANUARY ARE THE    *            00832001
008330* AFTER IMAGE OF THE LAST CHANGE EFFECTIVE BEFORE    *            00833001
008340* THE YEAR, ELSE THE BEFORE IMAGE OF THE FIRST ONE   *            00834001
008350* EFFECTIVE IN OR AFTER IT, ELSE THE EMP ROW.  EACH  *            00835001
008360* CHANGE EFFECTIVE IN THE YEAR ENDS ONE SPAN OF DAYS *            00836001
008370* AT THE OLD RATES.  PAY STARTS ON THE HIRE DATE     *            00837001
008380* WHEN THAT FALLS IN THE YEAR                        *            00838001
008390*****************************************************             00839001
008400 PRORATE-PARA.                                                    00840001
008410     MOVE WS-EMT-SALARY (WS-EMT-IX) TO WS-RATE-SALARY             00841001
008420     MOVE WS-EMT-BONUS (WS-EMT-IX)  TO WS-RATE-BONUS              00842001
008430     MOVE WS-EMT-COMM (WS-EMT-IX)   TO WS-RATE-COMM               00843001
008440     IF WS-EMT-PRIOR-SW (WS-EMT-IX) = 'Y'                         00844001
008450        MOVE WS-EMT-PRIOR-SALARY (WS-EMT-IX) TO WS-RATE-SALARY    00845001
008460        MOVE WS-EMT-PRIOR-BONUS (WS-EMT-IX)  TO WS-RATE-BONUS     00846001
008470        MOVE WS-EMT-PRIOR-COMM (WS-EMT-IX)   TO WS-RATE-COMM      00847001
008480     ELSE                                                         00848001
008490        MOVE 'N' TO WS-FOUND-SW                                   00849001
008500        PERFORM START-RATE-PARA                                   00850001
008510                VARYING WS-EVT-IX                                 00851001
008520                FROM WS-EMT-EVT-FIRST (WS-EMT-IX) BY 1            00852001
008530                UNTIL WS-EVT-IX > WS-EVT-LAST                     00853001
008540                   OR WS-FOUND                                    00854001
008550     END-IF                                                       00855001
008560     MOVE 1 TO WS-FROM-DAY                                        00856001
008570     IF WS-EMT-HIREDATE (WS-EMT-IX) NOT < WS-YEAR-START           00857001
008580        MOVE WS-EMT-HIREDATE (WS-EMT-IX) TO WS-ISO-DATE           00858001
008590        PERFORM CHECK-ISO-PARA                                    00859001
008600        IF WS-DATE-OK                                             00860001
008610           PERFORM DAY-OF-YEAR-PARA                               00861001
008620           MOVE WS-SERIAL-DAYS TO WS-FROM-DAY                     00862001
008630        END-IF                                                    00863001
008640     END-IF                                                       00864001
008650     MOVE ZERO TO WS-SALARY-DAYS                                  00865001
008660     MOVE ZERO TO WS-COMM-DAYS                                    00866001
008670     MOVE ZERO TO WS-PAID-BONUS                                   00867001
008680     MOVE ZERO TO WS-EMP-CHANGES                                  00868001
008690     MOVE 'N'  TO WS-BONUS-POSTED-SW                              00869001
008700     PERFORM SEGMENT-PARA                                         00870001
008710             VARYING WS-EVT-IX                                    00871001
008720             FROM WS-EMT-EVT-FIRST (WS-EMT-IX) BY 1               00872001
008730             UNTIL WS-EVT-IX > WS-EVT-LAST                        00873001
008740     COMPUTE WS-TO-DAY = WS-YEAR-DAYS + 1                         00874001
008750     PERFORM ADD-SPAN-PARA                                        00875001
008760     COMPUTE WS-PAID-SALARY ROUNDED =                             00876001
008770             WS-SALARY-DAYS / WS-YEAR-DAYS                        00877001
008780     COMPUTE WS-PAID-COMM ROUNDED =                               00878001
008790             WS-COMM-DAYS / WS-YEAR-DAYS                          00879001
008800     IF NOT WS-BONUS-POSTED                                       00880001
008810        MOVE WS-RATE-BONUS TO WS-PAID-BONUS                       00881001
008820     END-IF                                                       00882001
008830     COMPUTE WS-PAID-TOTAL = WS-PAID-SALARY + WS-PAID-BONUS       00883001
008840                           + WS-PAID-COMM.                        00884001
008850 START-RATE-PARA.                                                 00885001
008860     IF WS-EVT-EFFDATE (WS-EVT-IX) NOT < WS-YEAR-START            00886001
008870        SET WS-FOUND TO TRUE                                      00887001
008880        MOVE WS-EVT-OLD-SALARY (WS-EVT-IX) TO WS-RATE-SALARY      00888001
008890        MOVE WS-EVT-OLD-BONUS (WS-EVT-IX)  TO WS-RATE-BONUS       00889001
008900        MOVE WS-EVT-OLD-COMM (WS-EVT-IX)   TO WS-RATE-COMM        00890001
008910     END-IF.                                                      00891001
008920*****************************************************             00892001
008930* A CHANGE EFFECTIVE IN THE YEAR CLOSES THE SPAN UP  *            00893001
008940* TO THE DAY BEFORE IT AND SETS THE NEW RATES.  A    *            00894001
008950* BONUS IS A ONE-OFF PAYMENT, SO EACH BONUS          *            00895001
008960* EFFECTIVE IN THE YEAR IS COUNTED IN FULL           *            00896001
008970*****************************************************             00897001
008980 SEGMENT-PARA.                                                    00898001
008990     PERFORM CHECK-LISTED-PARA                                    00899001
009000     IF WS-LISTED                                                 00900001
009010        ADD 1 TO WS-EMP-CHANGES                                   00901001
009020     END-IF                                                       00902001
009030     IF WS-EVT-EFFDATE (WS-EVT-IX) NOT < WS-YEAR-START            00903001
009040        AND WS-EVT-EFFDATE (WS-EVT-IX) NOT > WS-YEAR-END          00904001
009050        MOVE WS-EVT-EFFDATE (WS-EVT-IX) TO WS-ISO-DATE            00905001
009060        PERFORM CHECK-ISO-PARA                                    00906001
009070        PERFORM DAY-OF-YEAR-PARA                                  00907001
009080        MOVE WS-SERIAL-DAYS TO WS-TO-DAY                          00908001
009090        PERFORM ADD-SPAN-PARA                                     00909001
009100        MOVE WS-EVT-NEW-SALARY (WS-EVT-IX) TO WS-RATE-SALARY      00910001
009110        MOVE WS-EVT-NEW-BONUS (WS-EVT-IX)  TO WS-RATE-BONUS       00911001
009120        MOVE WS-EVT-NEW-COMM (WS-EVT-IX)   TO WS-RATE-COMM        00912001
009130        IF WS-EVT-ACTION (WS-EVT-IX) = 'B'                        00913001
009140           OR WS-EVT-NEW-BONUS (WS-EVT-IX)                        00914001
009150              NOT = WS-EVT-OLD-BONUS (WS-EVT-IX)                  00915001
009160           ADD WS-EVT-NEW-BONUS (WS-EVT-IX) TO WS-PAID-BONUS      00916001
009170           SET WS-BONUS-POSTED TO TRUE                            00917001
009180        END-IF                                                    00918001
009190     END-IF.                                                      00919001
009200 ADD-SPAN-PARA.                                                   00920001
009210     IF WS-TO-DAY > WS-FROM-DAY                                   00921001
009220        COMPUTE WS-SPAN-DAYS = WS-TO-DAY - WS-FROM-DAY            00922001
009230        COMPUTE WS-SALARY-DAYS = WS-SALARY-DAYS                   00923001
009240                + WS-RATE-SALARY * WS-SPAN-DAYS                   00924001
009250        COMPUTE WS-COMM-DAYS = WS-COMM-DAYS                       00925001
009260                + WS-RATE-COMM * WS-SPAN-DAYS                     00926001
009270        MOVE WS-TO-DAY TO WS-FROM-DAY                             00927001
009280     END-IF.                                                      00928001
009290*****************************************************             00929001
009300* A CHANGE GOES ON THE STATEMENT WHEN IT IS          *            00930001
009310* EFFECTIVE IN THE YEAR OR WAS POSTED IN THE YEAR    *            00931001
009320*****************************************************             00932001
009330 CHECK-LISTED-PARA.                                               00933001
009340     MOVE 'N' TO WS-LISTED-SW                                     00934001
009350     IF WS-EVT-EFFDATE (WS-EVT-IX) NOT < WS-YEAR-START            00935001
009360        AND WS-EVT-EFFDATE (WS-EVT-IX) NOT > WS-YEAR-END          00936001
009370        SET WS-LISTED TO TRUE                                     00937001
009380     END-IF                                                       00938001
009390     IF WS-EVT-RUN-DATE (WS-EVT-IX) NOT < WS-YEAR-START           00939001
009400        AND WS-EVT-RUN-DATE (WS-EVT-IX) NOT > WS-YEAR-END         00940001
009410        SET WS-LISTED TO TRUE                                     00941001
009420     END-IF.                                                      00942001
009430 WRITE-LETTER-PARA.                                               00943001
009440     MOVE WS-EMT-FIRST-LEN (WS-EMT-IX) TO WS-FIRST-LEN            00944001
009450     IF WS-FIRST-LEN < 1                                          00945001
009460        MOVE 1 TO WS-FIRST-LEN                                    00946001
009470     END-IF                                                       00947001
009480     MOVE WS-EMT-LAST-LEN (WS-EMT-IX) TO WS-LAST-LEN              00948001
009490     IF WS-LAST-LEN < 1                                           00949001
009500        MOVE 1 TO WS-LAST-LEN                                     00950001
009510     END-IF                                                       00951001
009520     MOVE SPACES TO WS-LETTER-LINE                                00952001
009530     MOVE "*********************************************"         00953001
009540         TO WS-LL-TEXT                                            00954001
009550     PERFORM WRITE-LINE-PARA                                      00955001
009560     MOVE SPACES TO WS-LETTER-LINE                                00956001
009570     STRING 'DEAR '                 DELIMITED BY SIZE             00957001
009580            WS-EMT-FIRSTNME (WS-EMT-IX) (1:WS-FIRST-LEN)          00958001
009590                                    DELIMITED BY SIZE             00959001
009600            ' '                     DELIMITED BY SIZE             00960001
009610            WS-EMT-LASTNAME (WS-EMT-IX) (1:WS-LAST-LEN)           00961001
009620                                    DELIMITED BY SIZE             00962001
009630            ','                     DELIMITED BY SIZE             00963001
009640            INTO WS-LL-TEXT                                       00964001
009650     PERFORM WRITE-LINE-PARA                                      00965001
009660     MOVE SPACES TO WS-LETTER-LINE                                00966001
009670     PERFORM WRITE-LINE-PARA                                      00967001
009680     MOVE SPACES TO WS-LETTER-LINE                                00968001
009690     STRING 'HERE IS YOUR TOTAL COMPENSATION STATEMENT FOR '      00969001
009700                                    DELIMITED BY SIZE             00970001
009710            WS-YEAR-TEXT            DELIMITED BY SIZE             00971001
009720            '.'                     DELIMITED BY SIZE             00972001
009730            INTO WS-LL-TEXT                                       00973001
009740     PERFORM WRITE-LINE-PARA                                      00974001
009750     MOVE SPACES TO WS-LETTER-LINE                                00975001
009760     IF WS-EMT-WORKDEPT (WS-EMT-IX) = HIGH-VALUES                 00976001
009770        STRING 'EMPLOYEE NUMBER '   DELIMITED BY SIZE             00977001
009780               WS-EMT-EMPNO (WS-EMT-IX)                           00978001
009790                                    DELIMITED BY SIZE             00979001
009800               '.'                  DELIMITED BY SIZE             00980001
009810               INTO WS-LL-TEXT                                    00981001
009820     ELSE                                                         00982001
009830        STRING 'EMPLOYEE NUMBER '   DELIMITED BY SIZE             00983001
009840               WS-EMT-EMPNO (WS-EMT-IX)                           00984001
009850                                    DELIMITED BY SIZE             00985001
009860               ', DEPARTMENT '      DELIMITED BY SIZE             00986001
009870               WS-EMT-WORKDEPT (WS-EMT-IX)                        00987001
009880                                    DELIMITED BY SIZE             00988001
009890               '.'                  DELIMITED BY SIZE             00989001
009900               INTO WS-LL-TEXT                                    00990001
009910     END-IF                                                       00991001
009920     PERFORM WRITE-LINE-PARA                                      00992001
009930     MOVE SPACES TO WS-LETTER-LINE                                00993001
009940     PERFORM WRITE-LINE-PARA                                      00994001
009950     MOVE SPACES TO WS-LETTER-LINE                                00995001
009960     MOVE 'YOUR CURRENT ANNUAL PAY :' TO WS-LL-TEXT               00996001
009970     PERFORM WRITE-LINE-PARA                                      00997001
009980     MOVE '  SALARY'                 TO WS-AMOUNT-TEXT            00998001
009990     MOVE WS-EMT-SALARY (WS-EMT-IX)  TO WS-AMOUNT                 00999001
010000     PERFORM AMOUNT-LINE-PARA                                     01000001
010010     MOVE '  BONUS'                  TO WS-AMOUNT-TEXT            01001001
010020     MOVE WS-EMT-BONUS (WS-EMT-IX)   TO WS-AMOUNT                 01002001
010030     PERFORM AMOUNT-LINE-PARA                                     01003001
010040     MOVE '  COMMISSION'             TO WS-AMOUNT-TEXT            01004001
010050     MOVE WS-EMT-COMM (WS-EMT-IX)    TO WS-AMOUNT                 01005001
010060     PERFORM AMOUNT-LINE-PARA                                     01006001
010070     MOVE SPACES TO WS-LETTER-LINE                                01007001
010080     PERFORM WRITE-LINE-PARA                                      01008001
010090     MOVE SPACES TO WS-LETTER-LINE                                01009001
010100     IF WS-EMP-CHANGES = ZERO                                     01010001
010110        STRING 'NO PAY CHANGES WERE POSTED DURING '               01011001
010120                                    DELIMITED BY SIZE             01012001
010130               WS-YEAR-TEXT         DELIMITED BY SIZE             01013001
010140               '.'                  DELIMITED BY SIZE             01014001
010150               INTO WS-LL-TEXT                                    01015001
010160        PERFORM WRITE-LINE-PARA                                   01016001
010170     ELSE                                                         01017001
010180        STRING 'PAY CHANGES DURING '                              01018001
010190                                    DELIMITED BY SIZE             01019001
010200               WS-YEAR-TEXT         DELIMITED BY SIZE             01020001
010210               ' :'                 DELIMITED BY SIZE             01021001
010220               INTO WS-LL-TEXT                                    01022001
010230        PERFORM WRITE-LINE-PARA                                   01023001
010240        PERFORM LIST-CHANGE-PARA                                  01024001
010250                VARYING WS-EVT-IX                                 01025001
010260                FROM WS-EMT-EVT-FIRST (WS-EMT-IX) BY 1            01026001
010270                UNTIL WS-EVT-IX > WS-EVT-LAST                     01027001
010280     END-IF                                                       01028001
010290     MOVE SPACES TO WS-LETTER-LINE                                01029001
010300     PERFORM WRITE-LINE-PARA                                      01030001
010310     MOVE SPACES TO WS-LETTER-LINE                                01031001
010320     STRING 'PAID FOR '             DELIMITED BY SIZE             01032001
010330            WS-YEAR-TEXT            DELIMITED BY SIZE             01033001
010340            ', BY EFFECTIVE DATE :' DELIMITED BY SIZE             01034001
010350            INTO WS-LL-TEXT                                       01035001
010360     PERFORM WRITE-LINE-PARA                                      01036001
010370     MOVE '  SALARY'                 TO WS-AMOUNT-TEXT            01037001
010380     MOVE WS-PAID-SALARY             TO WS-AMOUNT                 01038001
010390     PERFORM AMOUNT-LINE-PARA                                     01039001
010400     MOVE '  BONUS'                  TO WS-AMOUNT-TEXT            01040001
010410     MOVE WS-PAID-BONUS              TO WS-AMOUNT                 01041001
010420     PERFORM AMOUNT-LINE-PARA                                     01042001
010430     MOVE '  COMMISSION'             TO WS-AMOUNT-TEXT            01043001
010440     MOVE WS-PAID-COMM               TO WS-AMOUNT                 01044001
010450     PERFORM AMOUNT-LINE-PARA                                     01045001
010460     MOVE '  TOTAL PAID COMPENSATION'  TO WS-AMOUNT-TEXT          01046001
010470     MOVE WS-PAID-TOTAL              TO WS-AMOUNT                 01047001
010480     PERFORM AMOUNT-LINE-PARA                                     01048001
010490     MOVE SPACES TO WS-LETTER-LINE                                01049001
010500     PERFORM WRITE-LINE-PARA                                      01050001
010510     MOVE SPACES TO WS-LETTER-LINE                                01051001
010520     MOVE 'WITH THANKS FOR YOUR CONTINUED SERVICE,'               01052001
010530         TO WS-LL-TEXT                                            01053001
010540     PERFORM WRITE-LINE-PARA                                      01054001
010550     MOVE SPACES TO WS-LETTER-LINE                                01055001
010560     MOVE 'HUMAN RESOURCES'                                       01056001
010570         TO WS-LL-TEXT                                            01057001
010580     PERFORM WRITE-LINE-PARA                                      01058001
010590     ADD 1 TO WS-LETTER-COUNT.                                    01059001
010600 WRITE-LINE-PARA.                                                 01060001
010610     MOVE WS-LETTER-LINE TO LETTER-RECORD                         01061001
010620     WRITE LETTER-RECORD.                                         01062001
010630 AMOUNT-LINE-PARA.                                                01063001
010640     MOVE SPACES         TO WS-LETTER-LINE                        01064001
010650     MOVE WS-AMOUNT-TEXT TO WS-LLM-TEXT                           01065001
010660     MOVE 'USD '         TO WS-LLM-USD                            01066001
010670     MOVE WS-AMOUNT      TO WS-LLM-AMOUNT                         01067001
010680     PERFORM WRITE-LINE-PARA.                                     01068001
010690*****************************************************             01069001
010700* ONE LINE PER PAY COLUMN THE CHANGE MOVED.  A 'C'   *            01070001
010710* CHANGE THAT ONLY RAISES SALARY IS A MERIT INCREASE *            01071001
010720* (COBDB29); A 'B' IS A SERVICE AWARD (COBDB23)      *            01072001
010730*****************************************************             01073001
010740 LIST-CHANGE-PARA.                                                01074001
010750     PERFORM CHECK-LISTED-PARA                                    01075001
010760     IF WS-LISTED                                                 01076001
010770        ADD 1 TO WS-CHANGE-COUNT                                  01077001
010780        EVALUATE TRUE                                             01078001
010790           WHEN WS-EVT-ACTION (WS-EVT-IX) = 'B'                   01079001
010800              MOVE 'AWARD'  TO WS-ACTION-TEXT                     01080001
010810           WHEN WS-EVT-ACTION (WS-EVT-IX) = 'A'                   01081001
010820              MOVE 'HIRE'   TO WS-ACTION-TEXT                     01082001
010830           WHEN WS-EVT-NEW-SALARY (WS-EVT-IX)                     01083001
010840                > WS-EVT-OLD-SALARY (WS-EVT-IX)                   01084001
010850                AND WS-EVT-NEW-BONUS (WS-EVT-IX)                  01085001
010860                  = WS-EVT-OLD-BONUS (WS-EVT-IX)                  01086001
010870                AND WS-EVT-NEW-COMM (WS-EVT-IX)                   01087001
010880                  = WS-EVT-OLD-COMM (WS-EVT-IX)                   01088001
010890              MOVE 'MERIT'  TO WS-ACTION-TEXT                     01089001
010900           WHEN OTHER                                             01090001
010910              MOVE 'CHANGE' TO WS-ACTION-TEXT                     01091001
010920        END-EVALUATE                                              01092001
010930        MOVE 'N' TO WS-LINE-DONE-SW                               01093001
010940        IF WS-EVT-NEW-SALARY (WS-EVT-IX)                          01094001
010950           NOT = WS-EVT-OLD-SALARY (WS-EVT-IX)                    01095001
010960           MOVE 'SALARY'     TO WS-COLUMN-TEXT                    01096001
010970           MOVE WS-EVT-OLD-SALARY (WS-EVT-IX) TO WS-FROM-AMOUNT   01097001
010980           MOVE WS-EVT-NEW-SALARY (WS-EVT-IX) TO WS-TO-AMOUNT     01098001
010990           PERFORM CHANGE-LINE-PARA                               01099001
011000        END-IF                                                    01100001
011010        IF WS-EVT-NEW-BONUS (WS-EVT-IX)                           01101001
011020           NOT = WS-EVT-OLD-BONUS (WS-EVT-IX)                     01102001
011030           OR WS-EVT-ACTION (WS-EVT-IX) = 'B'                     01103001
011040           MOVE 'BONUS'      TO WS-COLUMN-TEXT                    01104001
011050           MOVE WS-EVT-OLD-BONUS (WS-EVT-IX)  TO WS-FROM-AMOUNT   01105001
011060           MOVE WS-EVT-NEW-BONUS (WS-EVT-IX)  TO WS-TO-AMOUNT     01106001
011070           PERFORM CHANGE-LINE-PARA                               01107001
011080        END-IF                                                    01108001
011090        IF WS-EVT-NEW-COMM (WS-EVT-IX)                            01109001
011100           NOT = WS-EVT-OLD-COMM (WS-EVT-IX)                      01110001
011110           MOVE 'COMMISSION' TO WS-COLUMN-TEXT                    01111001
011120           MOVE WS-EVT-OLD-COMM (WS-EVT-IX)   TO WS-FROM-AMOUNT   01112001
011130           MOVE WS-EVT-NEW-COMM (WS-EVT-IX)   TO WS-TO-AMOUNT     01113001
011140           PERFORM CHANGE-LINE-PARA                               01114001
011150        END-IF                                                    01115001
011160        IF NOT WS-LINE-DONE                                       01116001
011170           MOVE 'SALARY'     TO WS-COLUMN-TEXT                    01117001
011180           MOVE WS-EVT-OLD-SALARY (WS-EVT-IX) TO WS-FROM-AMOUNT   01118001
011190           MOVE WS-EVT-NEW-SALARY (WS-EVT-IX) TO WS-TO-AMOUNT     01119001
011200           PERFORM CHANGE-LINE-PARA                               01120001
011210        END-IF                                                    01121001
011220     END-IF.                                                      01122001
011230 CHANGE-LINE-PARA.                                                01123001
011240     MOVE SPACES TO WS-LETTER-LINE                                01124001
011250     MOVE WS-EVT-EFFDATE (WS-EVT-IX) TO WS-LLC-EFFDATE            01125001
011260     MOVE WS-ACTION-TEXT             TO WS-LLC-ACTION             01126001
011270     MOVE WS-COLUMN-TEXT             TO WS-LLC-COLUMN             01127001
011280     MOVE WS-FROM-AMOUNT             TO WS-LLC-OLD                01128001
011290     MOVE ' TO '                     TO WS-LLC-TO                 01129001
011300     MOVE WS-TO-AMOUNT               TO WS-LLC-NEW                01130001
011310     PERFORM WRITE-LINE-PARA                                      01131001
011320     SET WS-LINE-DONE TO TRUE.                                    01132001
011330 DETAIL-PARA.                                                     01133001
011340     MOVE SPACES TO WS-PL-DETAIL                                  01134001
011350     MOVE WS-EMT-EMPNO (WS-EMT-IX)    TO WS-PLD-EMPNO             01135001
011360     MOVE WS-EMT-LASTNAME (WS-EMT-IX) TO WS-PLD-LASTNAME          01136001
011370     IF WS-EMT-WORKDEPT (WS-EMT-IX) = HIGH-VALUES                 01137001
011380        MOVE SPACES TO WS-PLD-WORKDEPT                            01138001
011390     ELSE                                                         01139001
011400        MOVE WS-EMT-WORKDEPT (WS-EMT-IX) TO WS-PLD-WORKDEPT       01140001
011410     END-IF                                                       01141001
011420     MOVE WS-EMP-CHANGES  TO WS-PLD-CHANGES                       01142001
011430     MOVE WS-PAID-SALARY  TO WS-PLD-SALARY                        01143001
011440     MOVE WS-PAID-BONUS   TO WS-PLD-BONUS                         01144001
011450     MOVE WS-PAID-COMM    TO WS-PLD-COMM                          01145001
011460     MOVE WS-PAID-TOTAL   TO WS-PLD-TOTAL                         01146001
011470     MOVE WS-PRINT-LINE TO RPT-RECORD                             01147001
011480     WRITE RPT-RECORD                                             01148001
011490     ADD 1              TO WS-DEPT-COUNT                          01149001
011500     ADD WS-PAID-SALARY TO WS-DEPT-SALARY                         01150001
011510     ADD WS-PAID-BONUS  TO WS-DEPT-BONUS                          01151001
011520     ADD WS-PAID-COMM   TO WS-DEPT-COMM                           01152001
011530     ADD WS-PAID-TOTAL  TO WS-DEPT-TOTAL.                         01153001
011540 DEPT-BREAK-PARA.                                                 01154001
011550     MOVE SPACES TO WS-PL-SUBTOTAL                                01155001
011560     IF WS-PREV-WORKDEPT = HIGH-VALUES                            01156001
011570        MOVE 'NO DEPARTMENT TOTAL' TO WS-PLS-LABEL                01157001
011580     ELSE                                                         01158001
011590        STRING 'DEPARTMENT '    DELIMITED BY SIZE                 01159001
011600               WS-PREV-WORKDEPT DELIMITED BY SIZE                 01160001
011610               ' TOTAL'         DELIMITED BY SIZE                 01161001
011620               INTO WS-PLS-LABEL                                  01162001
011630     END-IF                                                       01163001
011640     MOVE WS-DEPT-COUNT  TO WS-PLS-COUNT                          01164001
011650     MOVE WS-DEPT-SALARY TO WS-PLS-SALARY                         01165001
011660     MOVE WS-DEPT-BONUS  TO WS-PLS-BONUS                          01166001
011670     MOVE WS-DEPT-COMM   TO WS-PLS-COMM                           01167001
011680     MOVE WS-DEPT-TOTAL  TO WS-PLS-TOTAL                          01168001
011690     MOVE WS-PRINT-LINE TO RPT-RECORD                             01169001
011700     WRITE RPT-RECORD                                             01170001
011710     MOVE SPACES TO WS-PL-HEADING                                 01171001
011720     MOVE WS-PRINT-LINE TO RPT-RECORD                             01172001
011730     WRITE RPT-RECORD                                             01173001
011740     ADD WS-DEPT-COUNT  TO WS-GRAND-COUNT                         01174001
011750     ADD WS-DEPT-SALARY TO WS-GRAND-SALARY                        01175001
011760     ADD WS-DEPT-BONUS  TO WS-GRAND-BONUS                         01176001
011770     ADD WS-DEPT-COMM   TO WS-GRAND-COMM                          01177001
011780     ADD WS-DEPT-TOTAL  TO WS-GRAND-TOTAL                         01178001
011790     MOVE ZERO TO WS-DEPT-COUNT                                   01179001
011800     MOVE ZERO TO WS-DEPT-SALARY                                  01180001
011810     MOVE ZERO TO WS-DEPT-BONUS                                   01181001
011820     MOVE ZERO TO WS-DEPT-COMM                                    01182001
011830     MOVE ZERO TO WS-DEPT-TOTAL.                                  01183001
011840 GRAND-TOTAL-PARA.                                                01184001
011850     MOVE SPACES TO WS-PL-SUBTOTAL                                01185001
011860     MOVE "GRAND TOTAL"   TO WS-PLS-LABEL                         01186001
011870     MOVE WS-GRAND-COUNT  TO WS-PLS-COUNT                         01187001
011880     MOVE WS-GRAND-SALARY TO WS-PLS-SALARY                        01188001
011890     MOVE WS-GRAND-BONUS  TO WS-PLS-BONUS                         01189001
011900     MOVE WS-GRAND-COMM   TO WS-PLS-COMM                          01190001
011910     MOVE WS-GRAND-TOTAL  TO WS-PLS-TOTAL                         01191001
011920     MOVE WS-PRINT-LINE TO RPT-RECORD                             01192001
011930     WRITE RPT-RECORD.                                            01193001
011940 HEADING-PARA.                                                    01194001
011950     MOVE SPACES TO WS-PL-HEADING                                 01195001
011960     MOVE "*********************************************"         01196001
011970         TO WS-PLH-BANNER                                         01197001
011980     MOVE WS-PRINT-LINE TO RPT-RECORD                             01198001
011990     WRITE RPT-RECORD AFTER ADVANCING PAGE                        01199001
012000     MOVE SPACES TO WS-PL-HEADING                                 01200001
012010     MOVE "   YEAR-END COMPENSATION STATEMENT CONTROL   "         01201001
012020         TO WS-PLH-BANNER                                         01202001
012030     MOVE WS-PRINT-LINE TO RPT-RECORD                             01203001
012040     WRITE RPT-RECORD                                             01204001
012050     MOVE SPACES TO WS-PL-HEADING                                 01205001
012060     STRING 'YEAR : '       DELIMITED BY SIZE                     01206001
012070            WS-YEAR-TEXT    DELIMITED BY SIZE                     01207001
012080            '   RUN : '     DELIMITED BY SIZE                     01208001
012090            WS-RUN-DATE-ISO DELIMITED BY SIZE                     01209001
012100            INTO WS-PLH-BANNER                                    01210001
012110     MOVE WS-PRINT-LINE TO RPT-RECORD                             01211001
012120     WRITE RPT-RECORD                                             01212001
012130     MOVE SPACES TO WS-PL-HEADING                                 01213001
012140     MOVE "EMPNO ,LASTNAME       ,DPT,CHG,PAID : SALARY,BONUS,"   01214001
012150         TO WS-PLH-BANNER                                         01215001
012160     MOVE WS-PRINT-LINE TO RPT-RECORD                             01216001
012170     WRITE RPT-RECORD                                             01217001
012180     MOVE SPACES TO WS-PL-HEADING                                 01218001
012190     MOVE "COMM,TOTAL"                                            01219001
012200         TO WS-PLH-BANNER                                         01220001
012210     MOVE WS-PRINT-LINE TO RPT-RECORD                             01221001
012220     WRITE RPT-RECORD                                             01222001
012230     MOVE SPACES TO WS-PL-HEADING                                 01223001
012240     MOVE "*********************************************"         01224001
012250         TO WS-PLH-BANNER                                         01225001
012260     MOVE WS-PRINT-LINE TO RPT-RECORD                             01226001
012270     WRITE RPT-RECORD.                                            01227001
012280 TRAILER-PARA.                                                    01228001
012290     MOVE SPACES TO WS-PL-HEADING                                 01229001
012300     MOVE "*********************************************"         01230001
012310         TO WS-PLH-BANNER                                         01231001
012320     MOVE WS-PRINT-LINE TO RPT-RECORD                             01232001
012330     WRITE RPT-RECORD                                             01233001
012340     MOVE SPACES TO WS-PL-TRAILER                                 01234001
012350     MOVE "EMPLOYEES READ              : "                        01235001
012360         TO WS-PLT-LABEL                                          01236001
012370     MOVE WS-EMP-IN-COUNT     TO WS-PLT-COUNT                     01237001
012380     MOVE WS-PRINT-LINE       TO RPT-RECORD                       01238001
012390     WRITE RPT-RECORD                                             01239001
012400     MOVE SPACES TO WS-PL-TRAILER                                 01240001
012410     MOVE "  HIRED AFTER THE YEAR      : "                        01241001
012420         TO WS-PLT-LABEL                                          01242001
012430     MOVE WS-NOT-EMPLOYED     TO WS-PLT-COUNT                     01243001
012440     MOVE WS-PRINT-LINE       TO RPT-RECORD                       01244001
012450     WRITE RPT-RECORD                                             01245001
012460     MOVE SPACES TO WS-PL-TRAILER                                 01246001
012470     MOVE "HISTORY RECORDS READ        : "                        01247001
012480         TO WS-PLT-LABEL                                          01248001
012490     MOVE WS-HIST-IN-COUNT    TO WS-PLT-COUNT                     01249001
012500     MOVE WS-PRINT-LINE       TO RPT-RECORD                       01250001
012510     WRITE RPT-RECORD                                             01251001
012520     MOVE SPACES TO WS-PL-TRAILER                                 01252001
012530     MOVE "  EFFECTIVE DATE UNUSABLE   : "                        01253001
012540         TO WS-PLT-LABEL                                          01254001
012550     MOVE WS-BAD-DATE-COUNT   TO WS-PLT-COUNT                     01255001
012560     MOVE WS-PRINT-LINE       TO RPT-RECORD                       01256001
012570     WRITE RPT-RECORD                                             01257001
012580     MOVE SPACES TO WS-PL-TRAILER                                 01258001
012590     MOVE "CHANGES LISTED              : "                        01259001
012600         TO WS-PLT-LABEL                                          01260001
012610     MOVE WS-CHANGE-COUNT     TO WS-PLT-COUNT                     01261001
012620     MOVE WS-PRINT-LINE       TO RPT-RECORD                       01262001
012630     WRITE RPT-RECORD                                             01263001
012640     MOVE SPACES TO WS-PL-TRAILER                                 01264001
012650     MOVE "STATEMENTS WRITTEN          : "                        01265001
012660         TO WS-PLT-LABEL                                          01266001
012670     MOVE WS-LETTER-COUNT     TO WS-PLT-COUNT                     01267001
012680     MOVE WS-PRINT-LINE       TO RPT-RECORD                       01268001
012690     WRITE RPT-RECORD.                                            01269001
