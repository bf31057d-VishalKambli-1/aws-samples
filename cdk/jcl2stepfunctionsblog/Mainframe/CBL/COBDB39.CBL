000010 IDENTIFICATION DIVISION.                                         00001001
000020 PROGRAM-ID. COBDB39.                                             00002001
000030********************************************                      00003001
000040*COBOL PROGRAM TO ACCOMPANY JCL TO STEP    *                      00004001
000050*FUNCTION DEMO                             *                      00005001
000060*COMPA-RATIO AND PAY-DISTRIBUTION ANALYSIS *                      00006001
000070*OF THE WORKFORCE AGAINST THE JOBRATE      *                      00007001
000080*SALARY BANDS.  FOR EACH JOB : EVERY       *                      00008001
000090*EMPLOYEE WITH A COMPA-RATIO TO THE BAND   *                      00009001
000100*MIDPOINT AND A BAND POSITION (BELOW, Q1   *                      00010001
000110*TO Q4, ABOVE), THEN HEADCOUNT, MIN /      *                      00011001
000120*MEDIAN / MAX SALARY, AVERAGE COMPA-RATIO  *                      00012001
000130*AND THE COUNT IN EACH POSITION, BROKEN    *                      00013001
000140*DOWN BY WORKDEPT, EDLEVEL AND SEX.  THE   *                      00014001
000150*SAME BREAKDOWNS ARE REPEATED OVER ALL     *                      00015001
000160*JOBS AT THE END.                          *                      00016001
000170*EMPLOYEES ALREADY BELOW OR ABOVE THEIR    *                      00017001
000180*BAND ARE LISTED SEPARATELY ON BANDRPT.    *                      00018001
000190*PARM MODE 'S' READS THE COBDB26 SNAPIN    *                      00019001
000200*SNAPSHOT INSTEAD OF DB2.                  *                      00020001
000210*A NULL SALARY IS LEFT OUT; A JOB WITHOUT  *                      00021001
000220*A JOBRATE CARD IS SHOWN WITH NO BAND.     *                      00022001
000230*RETURN CODE 4 WHEN ANYONE IS OUTSIDE      *                      00023001
000240*THEIR BAND.                               *                      00024001
000250********************************************                      00025001
000260 ENVIRONMENT DIVISION.                                            00026001
000270 INPUT-OUTPUT SECTION.                                            00027001
000280 FILE-CONTROL.                                                    00028001
000290     SELECT PARM-FILE    ASSIGN TO PARMIN.                        00029001
000300     SELECT JOBRATE-FILE ASSIGN TO JOBRATE.                       00030001
000310     SELECT SNAP-FILE    ASSIGN TO SNAPIN.                        00031001
000320     SELECT RPT-FILE     ASSIGN TO RPTOUT.                        00032001
000330     SELECT BAND-RPT-FILE ASSIGN TO BANDRPT.                      00033001
000340 DATA DIVISION.                                                   00034001
000350 FILE SECTION.                                                    00035001
000360 FD  PARM-FILE                                                    00036001
000370     RECORDING MODE F                                             00037001
000380     LABEL RECORDS ARE STANDARD.                                  00038001
000390 01  PARM-RECORD.                                                 00039001
000400     05  PARM-MODE               PIC X(1).                        00040001
000410     05  FILLER                  PIC X(79).                       00041001
000420*****************************************************             00042001
000430* JOB SALARY BAND REFERENCE CARDS, ONE PER JOB      *             00043001
000440* CODE, THE SAME CARDS THE POSTING RUN EDITS WITH.  *             00044001
000450* AMOUNTS ARE 9(7)V99                               *             00045001
000460*****************************************************             00046001
000470 FD  JOBRATE-FILE                                                 00047001
000480     RECORDING MODE F                                             00048001
000490     LABEL RECORDS ARE STANDARD.                                  00049001
000500 01  JOBRATE-RECORD.                                              00050001
000510     05  JRT-JOB                 PIC X(8).                        00051001
000520     05  FILLER                  PIC X(1).                        00052001
000530     05  JRT-MIN-SALARY          PIC 9(7)V99.                     00053001
000540     05  JRT-MIN-SALARY-X REDEFINES JRT-MIN-SALARY                00054001
000550                                 PIC X(9).                        00055001
000560     05  FILLER                  PIC X(1).                        00056001
000570     05  JRT-MAX-SALARY          PIC 9(7)V99.                     00057001
000580     05  JRT-MAX-SALARY-X REDEFINES JRT-MAX-SALARY                00058001
000590                                 PIC X(9).                        00059001
000600     05  FILLER                  PIC X(52).                       00060001
000610*****************************************************             00061001
000620* EMP SNAPSHOT FROM COBDB26, READ INSTEAD OF THE     *            00062001
000630* CR1 CURSOR IN MODE 'S'                             *            00063001
000640*****************************************************             00064001
000650 FD  SNAP-FILE                                                    00065001
000660     RECORDING MODE F                                             00066001
000670     LABEL RECORDS ARE STANDARD.                                  00067001
000680     COPY EMPSNAP.                                                00068001
000690 FD  RPT-FILE                                                     00069001
000700     RECORDING MODE F                                             00070001
000710     LABEL RECORDS ARE STANDARD.                                  00071001
000720 01  RPT-RECORD                  PIC X(132).                      00072001
000730*****************************************************             00073001
000740* EMPLOYEES WHOSE CURRENT SALARY IS OUTSIDE THE BAND *            00074001
000750* FOR THEIR JOB                                      *            00075001
000760*****************************************************             00076001
000770 FD  BAND-RPT-FILE                                                00077001
000780     RECORDING MODE F                                             00078001
000790     LABEL RECORDS ARE STANDARD.                                  00079001
000800 01  BAND-RPT-RECORD             PIC X(132).                      00080001
000810 WORKING-STORAGE SECTION.                                         00081001
000820*****************************************************             00082001
000830* WORKAREAS                                         *             00083001
000840*****************************************************             00084001
000850 77  INPUT-SWITCH        PIC X          VALUE  'Y'.               00085001
000860         88  NOMORE-INPUT               VALUE  'N'.               00086001
000870 77  WS-SQL-ERROR-SW     PIC X          VALUE  'N'.               00087001
000880         88  SQL-ERROR-OCCURRED         VALUE  'Y'.               00088001
000890 77  WS-PARM-MODE        PIC X(1)       VALUE  'D'.               00089001
000900         88  WS-MODE-SNAPSHOT           VALUE  'S'.               00090001
000910 77  WS-READ-COUNT       PIC S9(7) COMP VALUE ZERO.               00091001
000920 77  WS-NULL-SAL-COUNT   PIC S9(7) COMP VALUE ZERO.               00092001
000930 77  WS-NO-BAND-COUNT    PIC S9(7) COMP VALUE ZERO.               00093001
000940 77  WS-OUT-BAND-COUNT   PIC S9(7) COMP VALUE ZERO.               00094001
000950 77  WS-JOB-COUNT        PIC S9(7) COMP VALUE ZERO.               00095001
000960*****************************************************             00096001
000970* JOB SALARY BAND TABLE FROM THE JOBRATE FILE        *            00097001
000980*****************************************************             00098001
000990 77  WS-JRT-COUNT        PIC S9(4) COMP VALUE ZERO.               00099001
001000 77  WS-JRT-LIMIT        PIC S9(4) COMP VALUE  50.                00100001
001010 77  WS-JRT-IX           PIC S9(4) COMP VALUE ZERO.               00101001
001020 77  WS-BAND-HIT         PIC S9(4) COMP VALUE ZERO.               00102001
001030 77  WS-JOBRATE-EOF-SW   PIC X          VALUE  'N'.               00103001
001040         88  WS-JOBRATE-EOF             VALUE  'Y'.               00104001
001050 77  WS-CHECK-JOB        PIC X(8)       VALUE SPACES.             00105001
001060 01  WS-JOBRATE-TABLE.                                            00106001
001070     05  WS-JRT-ENTRY  OCCURS 50 TIMES.                           00107001
001080         10  WS-JRT-JOB          PIC X(8).                        00108001
001090         10  WS-JRT-MIN          PIC S9(7)V9(2) USAGE COMP-3.     00109001
001100         10  WS-JRT-MAX          PIC S9(7)V9(2) USAGE COMP-3.     00110001
001110*****************************************************             00111001
001120* EMPLOYEE TABLE, SORTED BY JOB, SALARY AND EMPNO SO *            00112001
001130* EACH JOB IS ONE RUN OF ENTRIES IN SALARY ORDER     *            00113001
001140*****************************************************             00114001
001150 77  WS-EMP-COUNT        PIC S9(4) COMP VALUE ZERO.               00115001
001160 77  WS-EMP-LIMIT        PIC S9(4) COMP VALUE  5000.              00116001
001170 77  WS-EMP-IX           PIC S9(4) COMP VALUE ZERO.               00117001
001180 77  WS-EMP-JX           PIC S9(4) COMP VALUE ZERO.               00118001
001190 77  WS-SORT-TOP         PIC S9(4) COMP VALUE ZERO.               00119001
001200 77  WS-SWAP-SW          PIC X          VALUE  'N'.               00120001
001210         88  WS-SWAPPED                 VALUE  'Y'.               00121001
001220 01  WS-EMP-TABLE.                                                00122001
001230     05  WS-EMP-ENTRY  OCCURS 5000 TIMES.                         00123001
001240         10  WS-EMP-KEY.                                          00124001
001250             15  WS-EMP-JOB          PIC X(8).                    00125001
001260             15  WS-EMP-SALARY       PIC 9(7)V99.                 00126001
001270             15  WS-EMP-EMPNO        PIC X(6).                    00127001
001280         10  WS-EMP-FIRSTNME         PIC X(12).                   00128001
001290         10  WS-EMP-LASTNAME         PIC X(15).                   00129001
001300         10  WS-EMP-WORKDEPT         PIC X(3).                    00130001
001310         10  WS-EMP-EDLEVEL          PIC 9(4).                    00131001
001320         10  WS-EMP-SEX              PIC X(1).                    00132001
001330 01  WS-SWAP-ENTRY                   PIC X(58).                   00133001
001340*****************************************************             00134001
001350* PER-JOB WORKAREAS.  BAND POSITIONS ARE COUNTED IN  *            00135001
001360* SLOTS 1 BELOW, 2-5 QUARTILES Q1-Q4, 6 ABOVE        *            00136001
001370*****************************************************             00137001
001380 77  WS-JOB-FIRST        PIC S9(4) COMP VALUE ZERO.               00138001
001390 77  WS-JOB-LAST         PIC S9(4) COMP VALUE ZERO.               00139001
001400 77  WS-JOB-HC           PIC S9(7) COMP VALUE ZERO.               00140001
001410 77  WS-JOB-BANDED       PIC S9(7) COMP VALUE ZERO.               00141001
001420 77  WS-JOB-COMPA-SUM    PIC S9(7)V9(3) USAGE COMP-3 VALUE ZERO.  00142001
001430 77  WS-CURR-JOB         PIC X(8)       VALUE SPACES.             00143001
001440 77  WS-MED-IX           PIC S9(4) COMP VALUE ZERO.               00144001
001450 77  WS-MED-QUOT         PIC S9(4) COMP VALUE ZERO.               00145001
001460 77  WS-MED-REM          PIC S9(4) COMP VALUE ZERO.               00146001
001470 77  WS-MEDIAN           PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.  00147001
001480 77  WS-BAND-MID         PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.  00148001
001490 77  WS-BAND-WIDTH       PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.  00149001
001500 77  WS-BAND-POS         PIC S9(3)V9(4) USAGE COMP-3 VALUE ZERO.  00150001
001510 77  WS-COMPA            PIC S9(3)V9(3) USAGE COMP-3 VALUE ZERO.  00151001
001520 77  WS-OUT-AMOUNT       PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.  00152001
001530 77  WS-POS-IX           PIC S9(4) COMP VALUE ZERO.               00153001
001540 77  WS-AVG-SALARY       PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.  00154001
001550 77  WS-AVG-COMPA        PIC S9(3)V9(3) USAGE COMP-3 VALUE ZERO.  00155001
001560 01  WS-JOB-POS-TABLE.                                            00156001
001570     05  WS-JOB-POS          PIC S9(7) USAGE COMP                 00157001
001580                             OCCURS 6 TIMES.                      00158001
001590 01  WS-TOT-POS-TABLE.                                            00159001
001600     05  WS-TOT-POS          PIC S9(7) USAGE COMP                 00160001
001610                             OCCURS 6 TIMES.                      00161001
001620 01  WS-POS-NAME-VALUES.                                          00162001
001630     05  FILLER              PIC X(7)   VALUE 'BELOW'.            00163001
001640     05  FILLER              PIC X(7)   VALUE 'Q1'.               00164001
001650     05  FILLER              PIC X(7)   VALUE 'Q2'.               00165001
001660     05  FILLER              PIC X(7)   VALUE 'Q3'.               00166001
001670     05  FILLER              PIC X(7)   VALUE 'Q4'.               00167001
001680     05  FILLER              PIC X(7)   VALUE 'ABOVE'.            00168001
001690 01  WS-POS-NAME-TABLE REDEFINES WS-POS-NAME-VALUES.              00169001
001700     05  WS-POS-NAME         PIC X(7)   OCCURS 6 TIMES.           00170001
001710*****************************************************             00171001
001720* BREAKDOWN TABLES BY WORKDEPT ('D'), EDLEVEL ('E')  *            00172001
001730* AND SEX ('S').  SET 1 IS CLEARED FOR EACH JOB, SET *            00173001
001740* 2 ACCUMULATES OVER ALL JOBS                        *            00174001
001750*****************************************************             00175001
001760 77  WS-SET              PIC S9(4) COMP VALUE ZERO.               00176001
001770 77  WS-GRP-LIMIT        PIC S9(4) COMP VALUE  200.               00177001
001780 77  WS-GRP-IX           PIC S9(4) COMP VALUE ZERO.               00178001
001790 77  WS-GRP-JX           PIC S9(4) COMP VALUE ZERO.               00179001
001800 77  WS-GRP-HIT          PIC S9(4) COMP VALUE ZERO.               00180001
001810 77  WS-GRP-SORT-TOP     PIC S9(4) COMP VALUE ZERO.               00181001
001820 77  WS-FIND-DIM         PIC X(1)       VALUE SPACES.             00182001
001830 77  WS-FIND-VALUE       PIC X(4)       VALUE SPACES.             00183001
001840 77  WS-PREV-DIM         PIC X(1)       VALUE SPACES.             00184001
001850 01  WS-GROUP-TABLE.                                              00185001
001860     05  WS-GRP-SET  OCCURS 2 TIMES.                              00186001
001870         10  WS-GRP-COUNT        PIC S9(4) USAGE COMP.            00187001
001880         10  WS-GRP-ENTRY  OCCURS 200 TIMES.                      00188001
001890             15  WS-GRP-KEY.                                      00189001
001900                 20  WS-GRP-DIM      PIC X(1).                    00190001
001910                 20  WS-GRP-VALUE    PIC X(4).                    00191001
001920             15  WS-GRP-HC           PIC S9(7) USAGE COMP.        00192001
001930             15  WS-GRP-SALARY       PIC S9(11)V9(2) USAGE COMP-3.00193001
001940             15  WS-GRP-BANDED       PIC S9(7) USAGE COMP.        00194001
001950             15  WS-GRP-COMPA-SUM    PIC S9(7)V9(3) USAGE COMP-3. 00195001
001960             15  WS-GRP-POS          PIC S9(7) USAGE COMP         00196001
001970                                     OCCURS 6 TIMES.              00197001
001980 01  WS-GRP-SWAP-ENTRY               PIC X(50).                   00198001
001990*****************************************************             00199001
002000* SYSTEM DATE WORKAREAS                              *            00200001
002010*****************************************************             00201001
002020 01  WS-RUN-DATE.                                                 00202001
002030     05  WS-RUN-YEAR             PIC 9(4).                        00203001
002040     05  WS-RUN-MONTH            PIC 9(2).                        00204001
002050     05  WS-RUN-DAY              PIC 9(2).                        00205001
002060 01  WS-RUN-DATE-ISO.                                             00206001
002070     05  WS-RDI-YEAR             PIC 9(4).                        00207001
002080     05  FILLER                  PIC X(1)  VALUE '-'.             00208001
002090     05  WS-RDI-MONTH            PIC 9(2).                        00209001
002100     05  FILLER                  PIC X(1)  VALUE '-'.             00210001
002110     05  WS-RDI-DAY              PIC 9(2).                        00211001
002120*****************************************************             00212001
002130*  PRINT-LINE LAYOUTS FOR RPT-FILE AND BAND-RPT-FILE *            00213001
002140*****************************************************             00214001
002150 01  WS-PRINT-LINE.                                               00215001
002160     05  WS-PL-HEADING.                                           00216001
002170         10  WS-PLH-BANNER        PIC X(80).                      00217001
002180         10  FILLER               PIC X(52).                      00218001
002190     05  WS-PL-JOB REDEFINES WS-PL-HEADING.                       00219001
002200         10  WS-PLJ-LABEL         PIC X(6).                       00220001
002210         10  WS-PLJ-JOB           PIC X(8).                       00221001
002220         10  FILLER               PIC X(3).                       00222001
002230         10  WS-PLJ-MIN-LBL       PIC X(11).                      00223001
002240         10  WS-PLJ-MIN           PIC Z,ZZZ,ZZ9.99.               00224001
002250         10  FILLER               PIC X(3).                       00225001
002260         10  WS-PLJ-MID-LBL       PIC X(11).                      00226001
002270         10  WS-PLJ-MID           PIC Z,ZZZ,ZZ9.99.               00227001
002280         10  FILLER               PIC X(3).                       00228001
002290         10  WS-PLJ-MAX-LBL       PIC X(11).                      00229001
002300         10  WS-PLJ-MAX           PIC Z,ZZZ,ZZ9.99.               00230001
002310         10  FILLER               PIC X(40).                      00231001
002320     05  WS-PL-DETAIL REDEFINES WS-PL-HEADING.                    00232001
002330         10  FILLER               PIC X(2).                       00233001
002340         10  WS-PLD-EMPNO         PIC X(6).                       00234001
002350         10  FILLER               PIC X(1).                       00235001
002360         10  WS-PLD-LASTNAME      PIC X(15).                      00236001
002370         10  FILLER               PIC X(1).                       00237001
002380         10  WS-PLD-FIRSTNME      PIC X(12).                      00238001
002390         10  FILLER               PIC X(1).                       00239001
002400         10  WS-PLD-WORKDEPT      PIC X(3).                       00240001
002410         10  FILLER               PIC X(2).                       00241001
002420         10  WS-PLD-EDLEVEL       PIC ZZZ9.                       00242001
002430         10  FILLER               PIC X(2).                       00243001
002440         10  WS-PLD-SEX           PIC X(1).                       00244001
002450         10  FILLER               PIC X(2).                       00245001
002460         10  WS-PLD-SALARY        PIC Z,ZZZ,ZZ9.99.               00246001
002470         10  FILLER               PIC X(2).                       00247001
002480         10  WS-PLD-COMPA         PIC ZZ9.999.                    00248001
002490         10  FILLER               PIC X(2).                       00249001
002500         10  WS-PLD-POSITION      PIC X(7).                       00250001
002510         10  FILLER               PIC X(50).                      00251001
002520     05  WS-PL-SUMMARY REDEFINES WS-PL-HEADING.                   00252001
002530         10  WS-PLS-LABEL         PIC X(11).                      00253001
002540         10  WS-PLS-VALUE         PIC X(4).                       00254001
002550         10  FILLER               PIC X(1).                       00255001
002560         10  WS-PLS-HC            PIC ZZ,ZZ9.                     00256001
002570         10  FILLER               PIC X(1).                       00257001
002580         10  WS-PLS-MIN           PIC Z,ZZZ,ZZ9.99.               00258001
002590         10  FILLER               PIC X(1).                       00259001
002600         10  WS-PLS-MEDIAN        PIC Z,ZZZ,ZZ9.99.               00260001
002610         10  FILLER               PIC X(1).                       00261001
002620         10  WS-PLS-MAX           PIC Z,ZZZ,ZZ9.99.               00262001
002630         10  FILLER               PIC X(1).                       00263001
002640         10  WS-PLS-COMPA         PIC ZZ9.999.                    00264001
002650         10  WS-PLS-POS-GROUP.                                    00265001
002660             15  WS-PLS-POS       PIC ZZ,ZZ9                      00266001
002670                                  OCCURS 6 TIMES.                 00267001
002680         10  FILLER               PIC X(27).                      00268001
002690     05  WS-PL-BAND REDEFINES WS-PL-HEADING.                      00269001
002700         10  WS-PLB-EMPNO         PIC X(6).                       00270001
002710         10  FILLER               PIC X(1).                       00271001
002720         10  WS-PLB-LASTNAME      PIC X(15).                      00272001
002730         10  FILLER               PIC X(1).                       00273001
002740         10  WS-PLB-FIRSTNME      PIC X(12).                      00274001
002750         10  FILLER               PIC X(1).                       00275001
002760         10  WS-PLB-WORKDEPT      PIC X(3).                       00276001
002770         10  FILLER               PIC X(1).                       00277001
002780         10  WS-PLB-JOB           PIC X(8).                       00278001
002790         10  FILLER               PIC X(1).                       00279001
002800         10  WS-PLB-SALARY        PIC Z,ZZZ,ZZ9.99.               00280001
002810         10  FILLER               PIC X(1).                       00281001
002820         10  WS-PLB-MIN           PIC Z,ZZZ,ZZ9.99.               00282001
002830         10  FILLER               PIC X(1).                       00283001
002840         10  WS-PLB-MAX           PIC Z,ZZZ,ZZ9.99.               00284001
002850         10  FILLER               PIC X(1).                       00285001
002860         10  WS-PLB-COMPA         PIC ZZ9.999.                    00286001
002870         10  FILLER               PIC X(1).                       00287001
002880         10  WS-PLB-POSITION      PIC X(7).                       00288001
002890         10  FILLER               PIC X(1).                       00289001
002900         10  WS-PLB-OUT-AMOUNT    PIC Z,ZZZ,ZZ9.99.               00290001
002910         10  FILLER               PIC X(16).                      00291001
002920     05  WS-PL-TRAILER REDEFINES WS-PL-HEADING.                   00292001
002930         10  WS-PLT-LABEL         PIC X(34).                      00293001
002940         10  WS-PLT-COUNT         PIC ZZZ,ZZ9.                    00294001
002950         10  FILLER               PIC X(91).                      00295001
002960********************************************                      00296001
002970*  SQL COMMUNICATION AREA                  *                      00297001
002980********************************************                      00298001
002990     EXEC SQL                                                     00299001
003000       INCLUDE SQLCA                                              00300001
003010     END-EXEC.                                                    00301001
003020********************************************                      00302001
003030*  DCLS                                    *                      00303001
003040********************************************                      00304001
003050     EXEC SQL                                                     00305001
003060       INCLUDE EMP                                                00306001
003070     END-EXEC.                                                    00307001
003080********************************************                      00308001
003090*   DCLGENS                                                       00309001
003100********************************************                      00310001
003110     EXEC SQL                                                     00311001
003120       DECLARE CR1 CURSOR FOR                                     00312001
003130         SELECT EMPNO, FIRSTNME, LASTNAME, WORKDEPT,              00313001
003140                JOB, EDLEVEL, SEX, SALARY                         00314001
003150         FROM EMP                                                 00315001
003160         ORDER BY JOB, SALARY, EMPNO                              00316001
003170     END-EXEC.                                                    00317001
003180 PROCEDURE DIVISION.                                              00318001
003190 MAIN-PARA.                                                       00319001
003200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00320001
003210     MOVE WS-RUN-YEAR  TO WS-RDI-YEAR.                            00321001
003220     MOVE WS-RUN-MONTH TO WS-RDI-MONTH.                           00322001
003230     MOVE WS-RUN-DAY   TO WS-RDI-DAY.                             00323001
003240     PERFORM GET-PARM-PARA.                                       00324001
003250     PERFORM LOAD-JOBRATE-PARA.                                   00325001
003260     IF WS-MODE-SNAPSHOT                                          00326001
003270        PERFORM LOAD-SNAP-PARA                                    00327001
003280     ELSE                                                         00328001
003290        PERFORM LOAD-EMP-PARA                                     00329001
003300     END-IF                                                       00330001
003310     PERFORM SORT-TABLE-PARA.                                     00331001
003320     MOVE ZERO TO WS-GRP-COUNT (1)                                00332001
003330     MOVE ZERO TO WS-GRP-COUNT (2)                                00333001
003340     INITIALIZE WS-TOT-POS-TABLE                                  00334001
003350     OPEN OUTPUT RPT-FILE.                                        00335001
003360     OPEN OUTPUT BAND-RPT-FILE.                                   00336001
003370     PERFORM HEADING-PARA.                                        00337001
003380     PERFORM BAND-HEADING-PARA.                                   00338001
003390     MOVE 1 TO WS-EMP-IX                                          00339001
003400     PERFORM PROCESS-JOB-PARA                                     00340001
003410             UNTIL WS-EMP-IX > WS-EMP-COUNT.                      00341001
003420     PERFORM ALL-JOBS-PARA.                                       00342001
003430     PERFORM TRAILER-PARA.                                        00343001
003440     PERFORM BAND-TRAILER-PARA.                                   00344001
003450     CLOSE RPT-FILE.                                              00345001
003460     CLOSE BAND-RPT-FILE.                                         00346001
003470     DISPLAY 'EMPLOYEES ANALYSED      : ' WS-EMP-COUNT            00347001
003480     DISPLAY 'OUTSIDE THEIR BAND      : ' WS-OUT-BAND-COUNT       00348001
003490     IF SQL-ERROR-OCCURRED                                        00349001
003500        MOVE 8 TO RETURN-CODE                                     00350001
003510     ELSE                                                         00351001
003520        IF WS-OUT-BAND-COUNT > ZERO                               00352001
003530           MOVE 4 TO RETURN-CODE                                  00353001
003540        ELSE                                                      00354001
003550           MOVE 0 TO RETURN-CODE                                  00355001
003560        END-IF                                                    00356001
003570     END-IF                                                       00357001
003580     STOP RUN.                                                    00358001
003590 GET-PARM-PARA.                                                   00359001
003600     OPEN INPUT PARM-FILE                                         00360001
003610     READ PARM-FILE                                               00361001
003620         AT END                                                   00362001
003630           CONTINUE                                               00363001
003640         NOT AT END                                               00364001
003650           MOVE PARM-MODE TO WS-PARM-MODE                         00365001
003660           IF WS-PARM-MODE NOT = 'S'                              00366001
003670              MOVE 'D' TO WS-PARM-MODE                            00367001
003680           END-IF                                                 00368001
003690     END-READ                                                     00369001
003700     CLOSE PARM-FILE.                                             00370001
003710 LOAD-JOBRATE-PARA.                                               00371001
003720     OPEN INPUT JOBRATE-FILE                                      00372001
003730     PERFORM READ-JOBRATE-PARA                                    00373001
003740     PERFORM STORE-JOBRATE-PARA                                   00374001
003750             UNTIL WS-JOBRATE-EOF                                 00375001
003760     CLOSE JOBRATE-FILE                                           00376001
003770     DISPLAY 'JOB SALARY BANDS LOADED : ' WS-JRT-COUNT.           00377001
003780 READ-JOBRATE-PARA.                                               00378001
003790     READ JOBRATE-FILE                                            00379001
003800         AT END                                                   00380001
003810           SET WS-JOBRATE-EOF TO TRUE                             00381001
003820         NOT AT END                                               00382001
003830           CONTINUE                                               00383001
003840     END-READ.                                                    00384001
003850 STORE-JOBRATE-PARA.                                              00385001
003860     IF JRT-JOB NOT = SPACES                                      00386001
003870        AND JRT-MIN-SALARY-X NUMERIC                              00387001
003880        AND JRT-MAX-SALARY-X NUMERIC                              00388001
003890        IF WS-JRT-COUNT < WS-JRT-LIMIT                            00389001
003900           ADD 1 TO WS-JRT-COUNT                                  00390001
003910           MOVE JRT-JOB        TO WS-JRT-JOB (WS-JRT-COUNT)       00391001
003920           MOVE JRT-MIN-SALARY TO WS-JRT-MIN (WS-JRT-COUNT)       00392001
003930           MOVE JRT-MAX-SALARY TO WS-JRT-MAX (WS-JRT-COUNT)       00393001
003940        ELSE                                                      00394001
003950           DISPLAY 'JOBRATE TABLE FULL, CARD DROPPED : '          00395001
003960                   JRT-JOB                                        00396001
003970        END-IF                                                    00397001
003980     ELSE                                                         00398001
003990        DISPLAY 'JOBRATE CARD NOT USABLE, DROPPED : '             00399001
004000                JRT-JOB                                           00400001
004010     END-IF                                                       00401001
004020     PERFORM READ-JOBRATE-PARA.                                   00402001
004030 FIND-BAND-PARA.                                                  00403001
004040     MOVE ZERO TO WS-BAND-HIT                                     00404001
004050     PERFORM SCAN-BAND-PARA                                       00405001
004060             VARYING WS-JRT-IX FROM 1 BY 1                        00406001
004070             UNTIL WS-JRT-IX > WS-JRT-COUNT                       00407001
004080                OR WS-BAND-HIT > ZERO.                            00408001
004090 SCAN-BAND-PARA.                                                  00409001
004100     IF WS-JRT-JOB (WS-JRT-IX) = WS-CHECK-JOB                     00410001
004110        MOVE WS-JRT-IX TO WS-BAND-HIT                             00411001
004120     END-IF.                                                      00412001
004130 LOAD-EMP-PARA.                                                   00413001
004140* OPENING CURSOR                                                  00414001
004150     EXEC SQL                                                     00415001
004160       OPEN CR1                                                   00416001
004170     END-EXEC.                                                    00417001
004180     IF SQLCODE NOT = 0                                           00418001
004190        DISPLAY ' OPEN FAILED WITH SQLCODE : ' SQLCODE            00419001
004200        SET SQL-ERROR-OCCURRED TO TRUE                            00420001
004210     END-IF.                                                      00421001
004220     PERFORM FETCH-PARA                                           00422001
004230             UNTIL SQLCODE NOT EQUAL 0                            00423001
004240     EXEC SQL                                                     00424001
004250        CLOSE CR1                                                 00425001
004260     END-EXEC.                                                    00426001
004270 FETCH-PARA.                                                      00427001
004280     INITIALIZE DCLEMP                                            00428001
004290     EXEC SQL                                                     00429001
004300        FETCH CR1                                                 00430001
004310           INTO :DCL-EMPNO,                                       00431001
004320                :DCL-FIRSTNME,                                    00432001
004330                :DCL-LASTNAME,                                    00433001
004340                :DCL-WORKDEPT  :IND-WORKDEPT,                     00434001
004350                :DCL-JOB       :IND-JOB,                          00435001
004360                :DCL-EDLEVEL   :IND-EDLEVEL,                      00436001
004370                :DCL-SEX       :IND-SEX,                          00437001
004380                :DCL-SALARY    :IND-SALARY                        00438001
004390     END-EXEC                                                     00439001
004400     IF SQLCODE = 0                                               00440001
004410        ADD 1 TO WS-READ-COUNT                                    00441001
004420        PERFORM NULL-CHECK-PARA                                   00442001
004430        IF IND-SALARY < ZERO                                      00443001
004440           ADD 1 TO WS-NULL-SAL-COUNT                             00444001
004450        ELSE                                                      00445001
004460           PERFORM STORE-EMP-PARA                                 00446001
004470        END-IF                                                    00447001
004480     ELSE                                                         00448001
004490        IF SQLCODE = 100                                          00449001
004500           CONTINUE                                               00450001
004510        ELSE                                                      00451001
004520           DISPLAY 'DB2 ERROR'                                    00452001
004530           SET SQL-ERROR-OCCURRED TO TRUE                         00453001
004540        END-IF                                                    00454001
004550     END-IF.                                                      00455001
004560 NULL-CHECK-PARA.                                                 00456001
004570     IF IND-WORKDEPT < ZERO                                       00457001
004580        MOVE SPACES TO DCL-WORKDEPT                               00458001
004590     END-IF                                                       00459001
004600     IF IND-JOB < ZERO                                            00460001
004610        MOVE SPACES TO DCL-JOB                                    00461001
004620     END-IF                                                       00462001
004630     IF IND-EDLEVEL < ZERO                                        00463001
004640        MOVE ZERO TO DCL-EDLEVEL                                  00464001
004650     END-IF                                                       00465001
004660     IF IND-SEX < ZERO                                            00466001
004670        MOVE SPACES TO DCL-SEX                                    00467001
004680     END-IF.                                                      00468001
004690 LOAD-SNAP-PARA.                                                  00469001
004700     OPEN INPUT SNAP-FILE.                                        00470001
004710     PERFORM READ-SNAP-PARA.                                      00471001
004720     PERFORM PROCESS-SNAP-PARA                                    00472001
004730             UNTIL NOMORE-INPUT.                                  00473001
004740     CLOSE SNAP-FILE.                                             00474001
004750 READ-SNAP-PARA.                                                  00475001
004760     READ SNAP-FILE                                               00476001
004770         AT END                                                   00477001
004780           SET NOMORE-INPUT TO TRUE                               00478001
004790         NOT AT END                                               00479001
004800           CONTINUE                                               00480001
004810     END-READ.                                                    00481001
004820 PROCESS-SNAP-PARA.                                               00482001
004830     ADD 1 TO WS-READ-COUNT                                       00483001
004840     IF SNAP-SALARY-NF = 'Y'                                      00484001
004850        ADD 1 TO WS-NULL-SAL-COUNT                                00485001
004860     ELSE                                                         00486001
004870        PERFORM MAP-SNAP-PARA                                     00487001
004880        PERFORM STORE-EMP-PARA                                    00488001
004890     END-IF                                                       00489001
004900     PERFORM READ-SNAP-PARA.                                      00490001
004910 MAP-SNAP-PARA.                                                   00491001
004920     INITIALIZE DCLEMP                                            00492001
004930     MOVE SNAP-EMPNO     TO DCL-EMPNO                             00493001
004940     MOVE SNAP-FIRSTNME  TO DCL-FIRSTNME-TEXT                     00494001
004950     MOVE SNAP-LASTNAME  TO DCL-LASTNAME-TEXT                     00495001
004960     MOVE SNAP-WORKDEPT  TO DCL-WORKDEPT                          00496001
004970     MOVE SNAP-JOB       TO DCL-JOB                               00497001
004980     MOVE SNAP-EDLEVEL   TO DCL-EDLEVEL                           00498001
004990     MOVE SNAP-SEX       TO DCL-SEX                               00499001
005000     MOVE SNAP-SALARY    TO DCL-SALARY                            00500001
005010     IF SNAP-WORKDEPT-NF = 'Y'                                    00501001
005020        MOVE SPACES TO DCL-WORKDEPT                               00502001
005030     END-IF                                                       00503001
005040     IF SNAP-JOB-NF = 'Y'                                         00504001
005050        MOVE SPACES TO DCL-JOB                                    00505001
005060     END-IF                                                       00506001
005070     IF SNAP-EDLEVEL-NF = 'Y'                                     00507001
005080        MOVE ZERO TO DCL-EDLEVEL                                  00508001
005090     END-IF                                                       00509001
005100     IF SNAP-SEX-NF = 'Y'                                         00510001
005110        MOVE SPACES TO DCL-SEX                                    00511001
005120     END-IF.                                                      00512001
005130 STORE-EMP-PARA.                                                  00513001
005140     IF WS-EMP-COUNT < WS-EMP-LIMIT                               00514001
005150        ADD 1 TO WS-EMP-COUNT                                     00515001
005160        MOVE DCL-JOB           TO WS-EMP-JOB (WS-EMP-COUNT)       00516001
005170        MOVE DCL-SALARY        TO WS-EMP-SALARY (WS-EMP-COUNT)    00517001
005180        MOVE DCL-EMPNO         TO WS-EMP-EMPNO (WS-EMP-COUNT)     00518001
005190        MOVE DCL-FIRSTNME-TEXT TO WS-EMP-FIRSTNME (WS-EMP-COUNT)  00519001
005200        MOVE DCL-LASTNAME-TEXT TO WS-EMP-LASTNAME (WS-EMP-COUNT)  00520001
005210        MOVE DCL-WORKDEPT      TO WS-EMP-WORKDEPT (WS-EMP-COUNT)  00521001
005220        MOVE DCL-EDLEVEL       TO WS-EMP-EDLEVEL (WS-EMP-COUNT)   00522001
005230        MOVE DCL-SEX           TO WS-EMP-SEX (WS-EMP-COUNT)       00523001
005240     ELSE                                                         00524001
005250        DISPLAY 'EMPLOYEE TABLE FULL, EMPNO DROPPED : '           00525001
005260                DCL-EMPNO                                         00526001
005270        SET SQL-ERROR-OCCURRED TO TRUE                            00527001
005280     END-IF.                                                      00528001
005290*****************************************************             00529001
005300* EXCHANGE SORT ON JOB, SALARY AND EMPNO.  THE DB2   *            00530001
005310* CURSOR ALREADY DELIVERS THIS ORDER EXCEPT FOR NULL *            00531001
005320* JOBS, SO IT IS NORMALLY ONE PASS                   *            00532001
005330*****************************************************             00533001
005340 SORT-TABLE-PARA.                                                 00534001
005350     COMPUTE WS-SORT-TOP = WS-EMP-COUNT - 1                       00535001
005360     SET WS-SWAPPED TO TRUE                                       00536001
005370     PERFORM SORT-PASS-PARA                                       00537001
005380             UNTIL NOT WS-SWAPPED                                 00538001
005390                OR WS-SORT-TOP < 1.                               00539001
005400 SORT-PASS-PARA.                                                  00540001
005410     MOVE 'N' TO WS-SWAP-SW                                       00541001
005420     PERFORM SORT-COMPARE-PARA                                    00542001
005430             VARYING WS-EMP-IX FROM 1 BY 1                        00543001
005440             UNTIL WS-EMP-IX > WS-SORT-TOP                        00544001
005450     SUBTRACT 1 FROM WS-SORT-TOP.                                 00545001
005460 SORT-COMPARE-PARA.                                               00546001
005470     COMPUTE WS-EMP-JX = WS-EMP-IX + 1                            00547001
005480     IF WS-EMP-KEY (WS-EMP-IX) > WS-EMP-KEY (WS-EMP-JX)           00548001
005490        MOVE WS-EMP-ENTRY (WS-EMP-IX) TO WS-SWAP-ENTRY            00549001
005500        MOVE WS-EMP-ENTRY (WS-EMP-JX)                             00550001
005510          TO WS-EMP-ENTRY (WS-EMP-IX)                             00551001
005520        MOVE WS-SWAP-ENTRY TO WS-EMP-ENTRY (WS-EMP-JX)            00552001
005530        SET WS-SWAPPED TO TRUE                                    00553001
005540     END-IF.                                                      00554001
005550*****************************************************             00555001
005560* ONE JOB : THE RUN OF ENTRIES FROM WS-EMP-IX WITH   *            00556001
005570* THE SAME JOB CODE                                  *            00557001
005580*****************************************************             00558001
005590 PROCESS-JOB-PARA.                                                00559001
005600     ADD 1 TO WS-JOB-COUNT                                        00560001
005610     MOVE WS-EMP-IX             TO WS-JOB-FIRST                   00561001
005620     MOVE WS-EMP-JOB (WS-EMP-IX) TO WS-CURR-JOB                   00562001
005630     PERFORM FIND-JOB-END-PARA                                    00563001
005640             VARYING WS-EMP-JX FROM WS-EMP-IX BY 1                00564001
005650             UNTIL WS-EMP-JX > WS-EMP-COUNT                       00565001
005660                OR WS-EMP-JOB (WS-EMP-JX) NOT = WS-CURR-JOB       00566001
005670     COMPUTE WS-JOB-LAST = WS-EMP-JX - 1                          00567001
005680     MOVE WS-CURR-JOB TO WS-CHECK-JOB                             00568001
005690     PERFORM FIND-BAND-PARA                                       00569001
005700     IF WS-BAND-HIT > ZERO                                        00570001
005710        COMPUTE WS-BAND-MID ROUNDED =                             00571001
005720           (WS-JRT-MIN (WS-BAND-HIT) + WS-JRT-MAX (WS-BAND-HIT))  00572001
005730           / 2                                                    00573001
005740        COMPUTE WS-BAND-WIDTH =                                   00574001
005750            WS-JRT-MAX (WS-BAND-HIT) - WS-JRT-MIN (WS-BAND-HIT)   00575001
005760     END-IF                                                       00576001
005770     PERFORM JOB-HEADING-PARA                                     00577001
005780     MOVE ZERO TO WS-JOB-HC                                       00578001
005790     MOVE ZERO TO WS-JOB-BANDED                                   00579001
005800     MOVE ZERO TO WS-JOB-COMPA-SUM                                00580001
005810     INITIALIZE WS-JOB-POS-TABLE                                  00581001
005820     MOVE ZERO TO WS-GRP-COUNT (1)                                00582001
005830     PERFORM EMP-DETAIL-PARA                                      00583001
005840             VARYING WS-EMP-IX FROM WS-JOB-FIRST BY 1             00584001
005850             UNTIL WS-EMP-IX > WS-JOB-LAST                        00585001
005860     PERFORM JOB-SUMMARY-PARA                                     00586001
005870     MOVE 1 TO WS-SET                                             00587001
005880     PERFORM PRINT-GROUPS-PARA.                                   00588001
005890 FIND-JOB-END-PARA.                                               00589001
005900     CONTINUE.                                                    00590001
005910 JOB-HEADING-PARA.                                                00591001
005920     MOVE SPACES TO WS-PL-HEADING                                 00592001
005930     MOVE "---------------------------------------------"         00593001
005940         TO WS-PLH-BANNER                                         00594001
005950     MOVE WS-PRINT-LINE TO RPT-RECORD                             00595001
005960     WRITE RPT-RECORD                                             00596001
005970     MOVE SPACES      TO WS-PL-JOB                                00597001
005980     MOVE "JOB : "    TO WS-PLJ-LABEL                             00598001
005990     MOVE WS-CURR-JOB TO WS-PLJ-JOB                               00599001
006000     IF WS-BAND-HIT > ZERO                                        00600001
006010        MOVE "BAND MIN : "  TO WS-PLJ-MIN-LBL                     00601001
006020        MOVE WS-JRT-MIN (WS-BAND-HIT) TO WS-PLJ-MIN               00602001
006030        MOVE "MIDPOINT : "  TO WS-PLJ-MID-LBL                     00603001
006040        MOVE WS-BAND-MID    TO WS-PLJ-MID                         00604001
006050        MOVE "BAND MAX : "  TO WS-PLJ-MAX-LBL                     00605001
006060        MOVE WS-JRT-MAX (WS-BAND-HIT) TO WS-PLJ-MAX               00606001
006070     ELSE                                                         00607001
006080        MOVE "NO BAND"    TO WS-PLJ-MIN-LBL                       00608001
006090     END-IF                                                       00609001
006100     MOVE WS-PRINT-LINE TO RPT-RECORD                             00610001
006110     WRITE RPT-RECORD.                                            00611001
006120*****************************************************             00612001
006130* ONE EMPLOYEE : COMPA-RATIO IS SALARY OVER THE BAND *            00613001
006140* MIDPOINT.  INSIDE THE BAND THE QUARTILE IS WHERE   *            00614001
006150* THE SALARY FALLS BETWEEN BAND MIN AND BAND MAX     *            00615001
006160*****************************************************             00616001
006170 EMP-DETAIL-PARA.                                                 00617001
006180     ADD 1 TO WS-JOB-HC                                           00618001
006190     MOVE SPACES TO WS-PL-DETAIL                                  00619001
006200     MOVE WS-EMP-EMPNO (WS-EMP-IX)    TO WS-PLD-EMPNO             00620001
006210     MOVE WS-EMP-LASTNAME (WS-EMP-IX) TO WS-PLD-LASTNAME          00621001
006220     MOVE WS-EMP-FIRSTNME (WS-EMP-IX) TO WS-PLD-FIRSTNME          00622001
006230     MOVE WS-EMP-WORKDEPT (WS-EMP-IX) TO WS-PLD-WORKDEPT          00623001
006240     MOVE WS-EMP-EDLEVEL (WS-EMP-IX)  TO WS-PLD-EDLEVEL           00624001
006250     MOVE WS-EMP-SEX (WS-EMP-IX)      TO WS-PLD-SEX               00625001
006260     MOVE WS-EMP-SALARY (WS-EMP-IX)   TO WS-PLD-SALARY            00626001
006270     MOVE ZERO TO WS-POS-IX                                       00627001
006280     MOVE ZERO TO WS-COMPA                                        00628001
006290     IF WS-BAND-HIT > ZERO                                        00629001
006300        AND WS-BAND-MID > ZERO                                    00630001
006310        PERFORM BAND-POSITION-PARA                                00631001
006320        MOVE WS-COMPA              TO WS-PLD-COMPA                00632001
006330        MOVE WS-POS-NAME (WS-POS-IX) TO WS-PLD-POSITION           00633001
006340        ADD 1        TO WS-JOB-BANDED                             00634001
006350        ADD WS-COMPA TO WS-JOB-COMPA-SUM                          00635001
006360        ADD 1        TO WS-JOB-POS (WS-POS-IX)                    00636001
006370        ADD 1        TO WS-TOT-POS (WS-POS-IX)                    00637001
006380     ELSE                                                         00638001
006390        MOVE "NO BAND" TO WS-PLD-POSITION                         00639001
006400        ADD 1 TO WS-NO-BAND-COUNT                                 00640001
006410     END-IF                                                       00641001
006420     MOVE WS-PRINT-LINE TO RPT-RECORD                             00642001
006430     WRITE RPT-RECORD                                             00643001
006440     IF WS-POS-IX = 1 OR WS-POS-IX = 6                            00644001
006450        PERFORM BAND-DETAIL-PARA                                  00645001
006460     END-IF                                                       00646001
006470     PERFORM ADD-GROUPS-PARA.                                     00647001
006480 BAND-POSITION-PARA.                                              00648001
006490     COMPUTE WS-COMPA ROUNDED =                                   00649001
006500         WS-EMP-SALARY (WS-EMP-IX) / WS-BAND-MID                  00650001
006510     EVALUATE TRUE                                                00651001
006520        WHEN WS-EMP-SALARY (WS-EMP-IX)                            00652001
006530             < WS-JRT-MIN (WS-BAND-HIT)                           00653001
006540           MOVE 1 TO WS-POS-IX                                    00654001
006550        WHEN WS-EMP-SALARY (WS-EMP-IX)                            00655001
006560             > WS-JRT-MAX (WS-BAND-HIT)                           00656001
006570           MOVE 6 TO WS-POS-IX                                    00657001
006580        WHEN WS-BAND-WIDTH NOT > ZERO                             00658001
006590           MOVE 5 TO WS-POS-IX                                    00659001
006600        WHEN OTHER                                                00660001
006610           COMPUTE WS-BAND-POS =                                  00661001
006620               (WS-EMP-SALARY (WS-EMP-IX)                         00662001
006630                - WS-JRT-MIN (WS-BAND-HIT)) / WS-BAND-WIDTH       00663001
006640           EVALUATE TRUE                                          00664001
006650              WHEN WS-BAND-POS < 0.25                             00665001
006660                 MOVE 2 TO WS-POS-IX                              00666001
006670              WHEN WS-BAND-POS < 0.50                             00667001
006680                 MOVE 3 TO WS-POS-IX                              00668001
006690              WHEN WS-BAND-POS < 0.75                             00669001
006700                 MOVE 4 TO WS-POS-IX                              00670001
006710              WHEN OTHER                                          00671001
006720                 MOVE 5 TO WS-POS-IX                              00672001
006730           END-EVALUATE                                           00673001
006740     END-EVALUATE.                                                00674001
006750*****************************************************             00675001
006760* MIN AND MAX ARE THE ENDS OF THE JOB'S RUN, WHICH   *            00676001
006770* IS IN SALARY ORDER; THE MEDIAN IS THE MIDDLE ENTRY *            00677001
006780* OR THE AVERAGE OF THE MIDDLE TWO                   *            00678001
006790*****************************************************             00679001
006800 JOB-SUMMARY-PARA.                                                00680001
006810     DIVIDE WS-JOB-HC BY 2 GIVING WS-MED-QUOT                     00681001
006820            REMAINDER WS-MED-REM                                  00682001
006830     COMPUTE WS-MED-IX = WS-JOB-FIRST + (WS-JOB-HC - 1) / 2       00683001
006840     IF WS-MED-REM = 1                                            00684001
006850        MOVE WS-EMP-SALARY (WS-MED-IX) TO WS-MEDIAN               00685001
006860     ELSE                                                         00686001
006870        COMPUTE WS-MEDIAN ROUNDED =                               00687001
006880           (WS-EMP-SALARY (WS-MED-IX)                             00688001
006890            + WS-EMP-SALARY (WS-MED-IX + 1)) / 2                  00689001
006900     END-IF                                                       00690001
006910     MOVE SPACES TO WS-PL-SUMMARY                                 00691001
006920     MOVE "JOB TOTAL"  TO WS-PLS-LABEL                            00692001
006930     MOVE WS-JOB-HC    TO WS-PLS-HC                               00693001
006940     MOVE WS-EMP-SALARY (WS-JOB-FIRST) TO WS-PLS-MIN              00694001
006950     MOVE WS-MEDIAN    TO WS-PLS-MEDIAN                           00695001
006960     MOVE WS-EMP-SALARY (WS-JOB-LAST)  TO WS-PLS-MAX              00696001
006970     IF WS-JOB-BANDED > ZERO                                      00697001
006980        COMPUTE WS-AVG-COMPA ROUNDED =                            00698001
006990            WS-JOB-COMPA-SUM / WS-JOB-BANDED                      00699001
007000        MOVE WS-AVG-COMPA TO WS-PLS-COMPA                         00700001
007010        PERFORM MOVE-JOB-POS-PARA                                 00701001
007020                VARYING WS-POS-IX FROM 1 BY 1                     00702001
007030                UNTIL WS-POS-IX > 6                               00703001
007040     END-IF                                                       00704001
007050     MOVE WS-PRINT-LINE TO RPT-RECORD                             00705001
007060     WRITE RPT-RECORD.                                            00706001
007070 MOVE-JOB-POS-PARA.                                               00707001
007080     MOVE WS-JOB-POS (WS-POS-IX) TO WS-PLS-POS (WS-POS-IX).       00708001
007090*****************************************************             00709001
007100* ADDS THE EMPLOYEE TO THE WORKDEPT, EDLEVEL AND SEX *            00710001
007110* GROUPS OF BOTH BREAKDOWN SETS                      *            00711001
007120*****************************************************             00712001
007130 ADD-GROUPS-PARA.                                                 00713001
007140     PERFORM ADD-SET-PARA                                         00714001
007150             VARYING WS-SET FROM 1 BY 1                           00715001
007160             UNTIL WS-SET > 2.                                    00716001
007170 ADD-SET-PARA.                                                    00717001
007180     MOVE 'D' TO WS-FIND-DIM                                      00718001
007190     MOVE WS-EMP-WORKDEPT (WS-EMP-IX) TO WS-FIND-VALUE            00719001
007200     PERFORM ADD-GROUP-PARA                                       00720001
007210     MOVE 'E' TO WS-FIND-DIM                                      00721001
007220     MOVE WS-EMP-EDLEVEL (WS-EMP-IX) TO WS-FIND-VALUE             00722001
007230     PERFORM ADD-GROUP-PARA                                       00723001
007240     MOVE 'S' TO WS-FIND-DIM                                      00724001
007250     MOVE WS-EMP-SEX (WS-EMP-IX) TO WS-FIND-VALUE                 00725001
007260     PERFORM ADD-GROUP-PARA.                                      00726001
007270 ADD-GROUP-PARA.                                                  00727001
007280     MOVE ZERO TO WS-GRP-HIT                                      00728001
007290     PERFORM SCAN-GROUP-PARA                                      00729001
007300             VARYING WS-GRP-IX FROM 1 BY 1                        00730001
007310             UNTIL WS-GRP-IX > WS-GRP-COUNT (WS-SET)              00731001
007320                OR WS-GRP-HIT > ZERO                              00732001
007330     IF WS-GRP-HIT = ZERO                                         00733001
007340        IF WS-GRP-COUNT (WS-SET) < WS-GRP-LIMIT                   00734001
007350           ADD 1 TO WS-GRP-COUNT (WS-SET)                         00735001
007360           MOVE WS-GRP-COUNT (WS-SET) TO WS-GRP-HIT               00736001
007370           INITIALIZE WS-GRP-ENTRY (WS-SET WS-GRP-HIT)            00737001
007380           MOVE WS-FIND-DIM   TO WS-GRP-DIM (WS-SET WS-GRP-HIT)   00738001
007390           MOVE WS-FIND-VALUE TO WS-GRP-VALUE (WS-SET WS-GRP-HIT) 00739001
007400        ELSE                                                      00740001
007410           DISPLAY 'BREAKDOWN TABLE FULL, GROUP DROPPED : '       00741001
007420                   WS-FIND-DIM WS-FIND-VALUE                      00742001
007430        END-IF                                                    00743001
007440     END-IF                                                       00744001
007450     IF WS-GRP-HIT > ZERO                                         00745001
007460        ADD 1 TO WS-GRP-HC (WS-SET WS-GRP-HIT)                    00746001
007470        ADD WS-EMP-SALARY (WS-EMP-IX)                             00747001
007480            TO WS-GRP-SALARY (WS-SET WS-GRP-HIT)                  00748001
007490        IF WS-POS-IX > ZERO                                       00749001
007500           ADD 1 TO WS-GRP-BANDED (WS-SET WS-GRP-HIT)             00750001
007510           ADD WS-COMPA TO WS-GRP-COMPA-SUM (WS-SET WS-GRP-HIT)   00751001
007520           ADD 1 TO WS-GRP-POS (WS-SET WS-GRP-HIT WS-POS-IX)      00752001
007530        END-IF                                                    00753001
007540     END-IF.                                                      00754001
007550 SCAN-GROUP-PARA.                                                 00755001
007560     IF WS-GRP-DIM (WS-SET WS-GRP-IX) = WS-FIND-DIM               00756001
007570        AND WS-GRP-VALUE (WS-SET WS-GRP-IX) = WS-FIND-VALUE       00757001
007580        MOVE WS-GRP-IX TO WS-GRP-HIT                              00758001
007590     END-IF.                                                      00759001
007600*****************************************************             00760001
007610* PRINTS BREAKDOWN SET WS-SET IN DIMENSION / VALUE   *            00761001
007620* ORDER.  SALARY COLUMN IS THE GROUP AVERAGE         *            00762001
007630*****************************************************             00763001
007640 PRINT-GROUPS-PARA.                                               00764001
007650     COMPUTE WS-GRP-SORT-TOP = WS-GRP-COUNT (WS-SET) - 1          00765001
007660     SET WS-SWAPPED TO TRUE                                       00766001
007670     PERFORM GRP-SORT-PASS-PARA                                   00767001
007680             UNTIL NOT WS-SWAPPED                                 00768001
007690                OR WS-GRP-SORT-TOP < 1                            00769001
007700     MOVE SPACES TO WS-PREV-DIM                                   00770001
007710     PERFORM PRINT-GROUP-PARA                                     00771001
007720             VARYING WS-GRP-IX FROM 1 BY 1                        00772001
007730             UNTIL WS-GRP-IX > WS-GRP-COUNT (WS-SET).             00773001
007740 GRP-SORT-PASS-PARA.                                              00774001
007750     MOVE 'N' TO WS-SWAP-SW                                       00775001
007760     PERFORM GRP-SORT-COMPARE-PARA                                00776001
007770             VARYING WS-GRP-IX FROM 1 BY 1                        00777001
007780             UNTIL WS-GRP-IX > WS-GRP-SORT-TOP                    00778001
007790     SUBTRACT 1 FROM WS-GRP-SORT-TOP.                             00779001
007800 GRP-SORT-COMPARE-PARA.                                           00780001
007810     COMPUTE WS-GRP-JX = WS-GRP-IX + 1                            00781001
007820     IF WS-GRP-KEY (WS-SET WS-GRP-IX)                             00782001
007830        > WS-GRP-KEY (WS-SET WS-GRP-JX)                           00783001
007840        MOVE WS-GRP-ENTRY (WS-SET WS-GRP-IX)                      00784001
007850          TO WS-GRP-SWAP-ENTRY                                    00785001
007860        MOVE WS-GRP-ENTRY (WS-SET WS-GRP-JX)                      00786001
007870          TO WS-GRP-ENTRY (WS-SET WS-GRP-IX)                      00787001
007880        MOVE WS-GRP-SWAP-ENTRY                                    00788001
007890          TO WS-GRP-ENTRY (WS-SET WS-GRP-JX)                      00789001
007900        SET WS-SWAPPED TO TRUE                                    00790001
007910     END-IF.                                                      00791001
007920 PRINT-GROUP-PARA.                                                00792001
007930     MOVE SPACES TO WS-PL-SUMMARY                                 00793001
007940     IF WS-GRP-DIM (WS-SET WS-GRP-IX) NOT = WS-PREV-DIM           00794001
007950        MOVE WS-GRP-DIM (WS-SET WS-GRP-IX) TO WS-PREV-DIM         00795001
007960        EVALUATE WS-PREV-DIM                                      00796001
007970           WHEN 'D'                                               00797001
007980              MOVE "  WORKDEPT" TO WS-PLS-LABEL                   00798001
007990           WHEN 'E'                                               00799001
008000              MOVE "  EDLEVEL"  TO WS-PLS-LABEL                   00800001
008010           WHEN OTHER                                             00801001
008020              MOVE "  SEX"      TO WS-PLS-LABEL                   00802001
008030        END-EVALUATE                                              00803001
008040     END-IF                                                       00804001
008050     MOVE WS-GRP-VALUE (WS-SET WS-GRP-IX) TO WS-PLS-VALUE         00805001
008060     MOVE WS-GRP-HC (WS-SET WS-GRP-IX)    TO WS-PLS-HC            00806001
008070     COMPUTE WS-AVG-SALARY ROUNDED =                              00807001
008080         WS-GRP-SALARY (WS-SET WS-GRP-IX)                         00808001
008090         / WS-GRP-HC (WS-SET WS-GRP-IX)                           00809001
008100     MOVE WS-AVG-SALARY TO WS-PLS-MEDIAN                          00810001
008110     IF WS-GRP-BANDED (WS-SET WS-GRP-IX) > ZERO                   00811001
008120        COMPUTE WS-AVG-COMPA ROUNDED =                            00812001
008130            WS-GRP-COMPA-SUM (WS-SET WS-GRP-IX)                   00813001
008140            / WS-GRP-BANDED (WS-SET WS-GRP-IX)                    00814001
008150        MOVE WS-AVG-COMPA TO WS-PLS-COMPA                         00815001
008160        PERFORM MOVE-GRP-POS-PARA                                 00816001
008170                VARYING WS-POS-IX FROM 1 BY 1                     00817001
008180                UNTIL WS-POS-IX > 6                               00818001
008190     END-IF                                                       00819001
008200     MOVE WS-PRINT-LINE TO RPT-RECORD                             00820001
008210     WRITE RPT-RECORD.                                            00821001
008220 MOVE-GRP-POS-PARA.                                               00822001
008230     MOVE WS-GRP-POS (WS-SET WS-GRP-IX WS-POS-IX)                 00823001
008240       TO WS-PLS-POS (WS-POS-IX).                                 00824001
008250 ALL-JOBS-PARA.                                                   00825001
008260     MOVE SPACES TO WS-PL-HEADING                                 00826001
008270     MOVE "*********************************************"         00827001
008280         TO WS-PLH-BANNER                                         00828001
008290     MOVE WS-PRINT-LINE TO RPT-RECORD                             00829001
008300     WRITE RPT-RECORD AFTER ADVANCING PAGE                        00830001
008310     MOVE SPACES TO WS-PL-HEADING                                 00831001
008320     MOVE "     ALL JOBS - COMPA-RATIO BY GROUP         "         00832001
008330         TO WS-PLH-BANNER                                         00833001
008340     MOVE WS-PRINT-LINE TO RPT-RECORD                             00834001
008350     WRITE RPT-RECORD                                             00835001
008360     MOVE SPACES TO WS-PL-HEADING                                 00836001
008370     MOVE "*********************************************"         00837001
008380         TO WS-PLH-BANNER                                         00838001
008390     MOVE WS-PRINT-LINE TO RPT-RECORD                             00839001
008400     WRITE RPT-RECORD                                             00840001
008410     MOVE SPACES TO WS-PL-SUMMARY                                 00841001
008420     MOVE "ALL JOBS"    TO WS-PLS-LABEL                           00842001
008430     MOVE WS-EMP-COUNT  TO WS-PLS-HC                              00843001
008440     PERFORM MOVE-TOT-POS-PARA                                    00844001
008450             VARYING WS-POS-IX FROM 1 BY 1                        00845001
008460             UNTIL WS-POS-IX > 6                                  00846001
008470     MOVE WS-PRINT-LINE TO RPT-RECORD                             00847001
008480     WRITE RPT-RECORD                                             00848001
008490     MOVE 2 TO WS-SET                                             00849001
008500     PERFORM PRINT-GROUPS-PARA.                                   00850001
008510 MOVE-TOT-POS-PARA.                                               00851001
008520     MOVE WS-TOT-POS (WS-POS-IX) TO WS-PLS-POS (WS-POS-IX).       00852001
008530*****************************************************             00853001
008540* OUTSIDE-BAND LISTING, WITH THE AMOUNT BY WHICH THE *            00854001
008550* SALARY IS SHORT OF BAND MIN OR OVER BAND MAX       *            00855001
008560*****************************************************             00856001
008570 BAND-DETAIL-PARA.                                                00857001
008580     ADD 1 TO WS-OUT-BAND-COUNT                                   00858001
008590     IF WS-POS-IX = 1                                             00859001
008600        COMPUTE WS-OUT-AMOUNT =                                   00860001
008610            WS-JRT-MIN (WS-BAND-HIT) - WS-EMP-SALARY (WS-EMP-IX)  00861001
008620     ELSE                                                         00862001
008630        COMPUTE WS-OUT-AMOUNT =                                   00863001
008640            WS-EMP-SALARY (WS-EMP-IX) - WS-JRT-MAX (WS-BAND-HIT)  00864001
008650     END-IF                                                       00865001
008660     MOVE SPACES TO WS-PL-BAND                                    00866001
008670     MOVE WS-EMP-EMPNO (WS-EMP-IX)    TO WS-PLB-EMPNO             00867001
008680     MOVE WS-EMP-LASTNAME (WS-EMP-IX) TO WS-PLB-LASTNAME          00868001
008690     MOVE WS-EMP-FIRSTNME (WS-EMP-IX) TO WS-PLB-FIRSTNME          00869001
008700     MOVE WS-EMP-WORKDEPT (WS-EMP-IX) TO WS-PLB-WORKDEPT          00870001
008710     MOVE WS-EMP-JOB (WS-EMP-IX)      TO WS-PLB-JOB               00871001
008720     MOVE WS-EMP-SALARY (WS-EMP-IX)   TO WS-PLB-SALARY            00872001
008730     MOVE WS-JRT-MIN (WS-BAND-HIT)    TO WS-PLB-MIN               00873001
008740     MOVE WS-JRT-MAX (WS-BAND-HIT)    TO WS-PLB-MAX               00874001
008750     MOVE WS-COMPA                    TO WS-PLB-COMPA             00875001
008760     MOVE WS-POS-NAME (WS-POS-IX)     TO WS-PLB-POSITION          00876001
008770     MOVE WS-OUT-AMOUNT               TO WS-PLB-OUT-AMOUNT        00877001
008780     MOVE WS-PRINT-LINE TO BAND-RPT-RECORD                        00878001
008790     WRITE BAND-RPT-RECORD.                                       00879001
008800 HEADING-PARA.                                                    00880001
008810     MOVE SPACES TO WS-PL-HEADING                                 00881001
008820     MOVE "*********************************************"         00882001
008830         TO WS-PLH-BANNER                                         00883001
008840     MOVE WS-PRINT-LINE TO RPT-RECORD                             00884001
008850     WRITE RPT-RECORD AFTER ADVANCING PAGE                        00885001
008860     MOVE SPACES TO WS-PL-HEADING                                 00886001
008870     MOVE "  COMPA-RATIO AND PAY DISTRIBUTION BY JOB    "         00887001
008880         TO WS-PLH-BANNER                                         00888001
008890     MOVE WS-PRINT-LINE TO RPT-RECORD                             00889001
008900     WRITE RPT-RECORD                                             00890001
008910     MOVE SPACES TO WS-PL-HEADING                                 00891001
008920     IF WS-MODE-SNAPSHOT                                          00892001
008930        STRING 'AS OF : '      DELIMITED BY SIZE                  00893001
008940               WS-RUN-DATE-ISO DELIMITED BY SIZE                  00894001
008950               '  (FROM SNAPSHOT)' DELIMITED BY SIZE              00895001
008960               INTO WS-PLH-BANNER                                 00896001
008970     ELSE                                                         00897001
008980        STRING 'AS OF : '      DELIMITED BY SIZE                  00898001
008990               WS-RUN-DATE-ISO DELIMITED BY SIZE                  00899001
009000               INTO WS-PLH-BANNER                                 00900001
009010     END-IF                                                       00901001
009020     MOVE WS-PRINT-LINE TO RPT-RECORD                             00902001
009030     WRITE RPT-RECORD                                             00903001
009040     MOVE SPACES TO WS-PL-HEADING                                 00904001
009050     MOVE "EMPNO,LASTNAME,FIRSTNME,DEPT,EDLEVEL,SEX,SALARY,"      00905001
009060         TO WS-PLH-BANNER                                         00906001
009070     MOVE WS-PRINT-LINE TO RPT-RECORD                             00907001
009080     WRITE RPT-RECORD                                             00908001
009090     MOVE SPACES TO WS-PL-HEADING                                 00909001
009100     MOVE "COMPA-RATIO,BAND POSITION (BELOW,Q1-Q4,ABOVE)"         00910001
009110         TO WS-PLH-BANNER                                         00911001
009120     MOVE WS-PRINT-LINE TO RPT-RECORD                             00912001
009130     WRITE RPT-RECORD                                             00913001
009140     MOVE SPACES TO WS-PL-HEADING                                 00914001
009150     MOVE "TOTAL/GROUP LINES : HC,MIN,MEDIAN (GROUP AVERAGE),"    00915001
009160         TO WS-PLH-BANNER                                         00916001
009170     MOVE WS-PRINT-LINE TO RPT-RECORD                             00917001
009180     WRITE RPT-RECORD                                             00918001
009190     MOVE SPACES TO WS-PL-HEADING                                 00919001
009200     MOVE "MAX,AVG COMPA,BELOW,Q1,Q2,Q3,Q4,ABOVE"                 00920001
009210         TO WS-PLH-BANNER                                         00921001
009220     MOVE WS-PRINT-LINE TO RPT-RECORD                             00922001
009230     WRITE RPT-RECORD                                             00923001
009240     MOVE SPACES TO WS-PL-HEADING                                 00924001
009250     MOVE "*********************************************"         00925001
009260         TO WS-PLH-BANNER                                         00926001
009270     MOVE WS-PRINT-LINE TO RPT-RECORD                             00927001
009280     WRITE RPT-RECORD.                                            00928001
009290 BAND-HEADING-PARA.                                               00929001
009300     MOVE SPACES TO WS-PL-HEADING                                 00930001
009310     MOVE "*********************************************"         00931001
009320         TO WS-PLH-BANNER                                         00932001
009330     MOVE WS-PRINT-LINE TO BAND-RPT-RECORD                        00933001
009340     WRITE BAND-RPT-RECORD AFTER ADVANCING PAGE                   00934001
009350     MOVE SPACES TO WS-PL-HEADING                                 00935001
009360     MOVE "     EMPLOYEES OUTSIDE THEIR SALARY BAND     "         00936001
009370         TO WS-PLH-BANNER                                         00937001
009380     MOVE WS-PRINT-LINE TO BAND-RPT-RECORD                        00938001
009390     WRITE BAND-RPT-RECORD                                        00939001
009400     MOVE SPACES TO WS-PL-HEADING                                 00940001
009410     STRING 'AS OF : '      DELIMITED BY SIZE                     00941001
009420            WS-RUN-DATE-ISO DELIMITED BY SIZE                     00942001
009430            INTO WS-PLH-BANNER                                    00943001
009440     MOVE WS-PRINT-LINE TO BAND-RPT-RECORD                        00944001
009450     WRITE BAND-RPT-RECORD                                        00945001
009460     MOVE SPACES TO WS-PL-HEADING                                 00946001
009470     MOVE "EMPNO,LASTNAME,FIRSTNME,DEPT,JOB,SALARY,BAND MIN,"     00947001
009480         TO WS-PLH-BANNER                                         00948001
009490     MOVE WS-PRINT-LINE TO BAND-RPT-RECORD                        00949001
009500     WRITE BAND-RPT-RECORD                                        00950001
009510     MOVE SPACES TO WS-PL-HEADING                                 00951001
009520     MOVE "BAND MAX,COMPA-RATIO,POSITION,AMOUNT OUTSIDE BAND"     00952001
009530         TO WS-PLH-BANNER                                         00953001
009540     MOVE WS-PRINT-LINE TO BAND-RPT-RECORD                        00954001
009550     WRITE BAND-RPT-RECORD                                        00955001
009560     MOVE SPACES TO WS-PL-HEADING                                 00956001
009570     MOVE "*********************************************"         00957001
009580         TO WS-PLH-BANNER                                         00958001
009590     MOVE WS-PRINT-LINE TO BAND-RPT-RECORD                        00959001
009600     WRITE BAND-RPT-RECORD.                                       00960001
009610 BAND-TRAILER-PARA.                                               00961001
009620     MOVE SPACES TO WS-PL-HEADING                                 00962001
009630     MOVE "*********************************************"         00963001
009640         TO WS-PLH-BANNER                                         00964001
009650     MOVE WS-PRINT-LINE TO BAND-RPT-RECORD                        00965001
009660     WRITE BAND-RPT-RECORD                                        00966001
009670     MOVE SPACES TO WS-PL-TRAILER                                 00967001
009680     MOVE "EMPLOYEES OUTSIDE THEIR BAND  : "                      00968001
009690         TO WS-PLT-LABEL                                          00969001
009700     MOVE WS-OUT-BAND-COUNT TO WS-PLT-COUNT                       00970001
009710     MOVE WS-PRINT-LINE     TO BAND-RPT-RECORD                    00971001
009720     WRITE BAND-RPT-RECORD.                                       00972001
009730 TRAILER-PARA.                                                    00973001
009740     MOVE SPACES TO WS-PL-HEADING                                 00974001
009750     MOVE "*********************************************"         00975001
009760         TO WS-PLH-BANNER                                         00976001
009770     MOVE WS-PRINT-LINE TO RPT-RECORD                             00977001
009780     WRITE RPT-RECORD                                             00978001
009790     MOVE SPACES TO WS-PL-TRAILER                                 00979001
009800     MOVE "EMPLOYEE ROWS READ            : "                      00980001
009810         TO WS-PLT-LABEL                                          00981001
009820     MOVE WS-READ-COUNT TO WS-PLT-COUNT                           00982001
009830     MOVE WS-PRINT-LINE TO RPT-RECORD                             00983001
009840     WRITE RPT-RECORD                                             00984001
009850     MOVE SPACES TO WS-PL-TRAILER                                 00985001
009860     MOVE "LEFT OUT, NULL SALARY         : "                      00986001
009870         TO WS-PLT-LABEL                                          00987001
009880     MOVE WS-NULL-SAL-COUNT TO WS-PLT-COUNT                       00988001
009890     MOVE WS-PRINT-LINE     TO RPT-RECORD                         00989001
009900     WRITE RPT-RECORD                                             00990001
009910     MOVE SPACES TO WS-PL-TRAILER                                 00991001
009920     MOVE "EMPLOYEES ANALYSED            : "                      00992001
009930         TO WS-PLT-LABEL                                          00993001
009940     MOVE WS-EMP-COUNT  TO WS-PLT-COUNT                           00994001
009950     MOVE WS-PRINT-LINE TO RPT-RECORD                             00995001
009960     WRITE RPT-RECORD                                             00996001
009970     MOVE SPACES TO WS-PL-TRAILER                                 00997001
009980     MOVE "JOBS                          : "                      00998001
009990         TO WS-PLT-LABEL                                          00999001
010000     MOVE WS-JOB-COUNT  TO WS-PLT-COUNT                           01000001
010010     MOVE WS-PRINT-LINE TO RPT-RECORD                             01001001
010020     WRITE RPT-RECORD                                             01002001
010030     MOVE SPACES TO WS-PL-TRAILER                                 01003001
010040     MOVE "EMPLOYEES WITH NO BAND        : "                      01004001
010050         TO WS-PLT-LABEL                                          01005001
010060     MOVE WS-NO-BAND-COUNT TO WS-PLT-COUNT                        01006001
010070     MOVE WS-PRINT-LINE    TO RPT-RECORD                          01007001
010080     WRITE RPT-RECORD                                             01008001
010090     MOVE SPACES TO WS-PL-TRAILER                                 01009001
010100     MOVE "EMPLOYEES OUTSIDE THEIR BAND  : "                      01010001
010110         TO WS-PLT-LABEL                                          01011001
010120     MOVE WS-OUT-BAND-COUNT TO WS-PLT-COUNT                       01012001
010130     MOVE WS-PRINT-LINE     TO RPT-RECORD                         01013001
010140     WRITE RPT-RECORD.                                            01014001
