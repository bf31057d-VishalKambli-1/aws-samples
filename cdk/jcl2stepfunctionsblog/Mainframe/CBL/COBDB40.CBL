000010 IDENTIFICATION DIVISION.                                         00001001
000020 PROGRAM-ID. COBDB40.                                             00002001
000030********************************************                      00003001
000040*COBOL PROGRAM TO ACCOMPANY JCL TO STEP    *                      00004001
000050*FUNCTION DEMO                             *                      00005001
000060*RETROACTIVE PAY FOR BACK-DATED CHANGES.   *                      00006001
000070*RUNS AFTER THE COBDB22 POSTING RUN AND    *                      00007001
000080*ITS COBDB25 'R' BALANCING STEP.  EVERY    *                      00008001
000090*ACCEPTED 'C' CHANGE ON THE RUN'S AUDITOUT *                      00009001
000100*(AUDITIN) WHOSE AUD-EFFDATE IS EARLIER    *                      00010001
000110*THAN AUD-RUN-DATE IS OWED FROM THE        *                      00011001
000120*EFFECTIVE DATE TO THE RUN DATE.  THE      *                      00012001
000130*ANNUAL SALARY AND COMM DIFFERENCE IS      *                      00013001
000140*TURNED INTO A RATE PER PAY PERIOD FOR THE *                      00014001
000150*PARM PAY FREQUENCY AND MULTIPLIED BY THE  *                      00015001
000160*PERIODS IN THE BACK-DATED SPAN :          *                      00016001
000170*  'W' WEEKLY       52 A YEAR, 7 DAYS      *                      00017001
000180*  'B' BI-WEEKLY    26 A YEAR, 14 DAYS     *                      00018001
000190*  'S' SEMI-MONTHLY 24 A YEAR, 365/24 DAYS *                      00019001
000200*  'M' MONTHLY      12 A YEAR, 365/12 DAYS *                      00020001
000210*WRITES THE RETROOUT PAYROLL INTERFACE     *                      00021001
000220*(RETROREC, HEADER / DETAIL / TRAILER) AND *                      00022001
000230*A RETRO REGISTER BY DEPARTMENT, WHICH     *                      00023001
000240*ENDS BY BALANCING THE AUDIT IMAGES FOR    *                      00024001
000250*THE RUN AGAINST THE RUN'S TOTOUT CONTROL  *                      00025001
000260*TOTALS (TOTIN).                           *                      00026001
000270*A MISSING OR INVALID PAY FREQUENCY, OR NO *                      00027001
000280*CONTROL TOTALS, ENDS THE STEP WITH        *                      00028001
000290*RETURN CODE 8 BEFORE ANYTHING IS WRITTEN; *                      00029001
000300*OUT OF BALANCE ALSO SETS RETURN CODE 8.   *                      00030001
000310********************************************                      00031001
000320 ENVIRONMENT DIVISION.                                            00032001
000330 INPUT-OUTPUT SECTION.                                            00033001
000340 FILE-CONTROL.                                                    00034001
000350     SELECT PARM-FILE   ASSIGN TO PARMIN.                         00035001
000360     SELECT TOTALS-FILE ASSIGN TO TOTIN.                          00036001
000370     SELECT AUDIT-FILE  ASSIGN TO AUDITIN.                        00037001
000380     SELECT RETRO-FILE  ASSIGN TO RETROOUT.                       00038001
000390     SELECT RPT-FILE    ASSIGN TO RPTOUT.                         00039001
000400 DATA DIVISION.                                                   00040001
000410 FILE SECTION.                                                    00041001
000420 FD  PARM-FILE                                                    00042001
000430     RECORDING MODE F                                             00043001
000440     LABEL RECORDS ARE STANDARD.                                  00044001
000450 01  PARM-RECORD.                                                 00045001
000460     05  PARM-PAY-FREQ           PIC X(1).                        00046001
000470     05  FILLER                  PIC X(79).                       00047001
000480 FD  TOTALS-FILE                                                  00048001
000490     RECORDING MODE F                                             00049001
000500     LABEL RECORDS ARE STANDARD.                                  00050001
000510     COPY RUNTOT.                                                 00051001
000520 FD  AUDIT-FILE                                                   00052001
000530     RECORDING MODE F                                             00053001
000540     LABEL RECORDS ARE STANDARD.                                  00054001
000550     COPY AUDITREC.                                               00055001
000560*****************************************************             00056001
000570* RETROACTIVE-PAY INTERFACE FOR PAYROLL              *            00057001
000580*****************************************************             00058001
000590 FD  RETRO-FILE                                                   00059001
000600     RECORDING MODE F                                             00060001
000610     LABEL RECORDS ARE STANDARD.                                  00061001
000620     COPY RETROREC.                                               00062001
000630 FD  RPT-FILE                                                     00063001
000640     RECORDING MODE F                                             00064001
000650     LABEL RECORDS ARE STANDARD.                                  00065001
000660 01  RPT-RECORD                  PIC X(132).                      00066001
000670 WORKING-STORAGE SECTION.                                         00067001
000680*****************************************************             00068001
000690* WORKAREAS                                         *             00069001
000700*****************************************************             00070001
000710 77  INPUT-SWITCH        PIC X          VALUE  'Y'.               00071001
000720         88  NOMORE-INPUT               VALUE  'N'.               00072001
000730 77  WS-SQL-ERROR-SW     PIC X          VALUE  'N'.               00073001
000740         88  SQL-ERROR-OCCURRED         VALUE  'Y'.               00074001
000750 77  WS-OUT-OF-BAL-SW    PIC X          VALUE  'N'.               00075001
000760         88  WS-OUT-OF-BALANCE          VALUE  'Y'.               00076001
000770 77  WS-PARM-ERROR-SW    PIC X          VALUE  'N'.               00077001
000780         88  WS-PARM-ERROR              VALUE  'Y'.               00078001
000790*****************************************************             00079001
000800* PAY FREQUENCY FROM PARMIN                          *            00080001
000810*****************************************************             00081001
000820 77  WS-PAY-FREQ         PIC X(1)       VALUE SPACE.              00082001
000830         88  WS-FREQ-WEEKLY             VALUE 'W'.                00083001
000840         88  WS-FREQ-BIWEEKLY           VALUE 'B'.                00084001
000850         88  WS-FREQ-SEMIMONTHLY        VALUE 'S'.                00085001
000860         88  WS-FREQ-MONTHLY            VALUE 'M'.                00086001
000870 77  WS-PERIODS-PER-YEAR PIC S9(3) COMP VALUE ZERO.               00087001
000880 77  WS-DAYS-PER-PERIOD  PIC S9(3)V9(4) USAGE COMP-3 VALUE ZERO.  00088001
000890*****************************************************             00089001
000900* CONTROL TOTALS SAVED OUT OF THE TOTIN RECORD       *            00090001
000910*****************************************************             00091001
000920 77  WS-TOT-RUN-DATE     PIC X(10)      VALUE SPACES.             00092001
000930 77  WS-TOT-ACCEPTED     PIC S9(7) COMP VALUE ZERO.               00093001
000940 77  WS-TOT-NET-SALARY   PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00094001
000950 77  WS-TOT-NET-BONUS    PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00095001
000960 77  WS-TOT-NET-COMM     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00096001
000970*****************************************************             00097001
000980* AUDIT IMAGES FOR THE RUN, ALL ACTIONS, RE-SUMMED   *            00098001
000990* THE WAY COBDB22 BUILDS ITS NET TOTALS              *            00099001
001000*****************************************************             00100001
001010 77  WS-AUDIT-READ       PIC S9(7) COMP VALUE ZERO.               00101001
001020 77  WS-AUDIT-RUN        PIC S9(7) COMP VALUE ZERO.               00102001
001030 77  WS-AUDIT-OTHER      PIC S9(7) COMP VALUE ZERO.               00103001
001040 77  WS-AUD-NET-SALARY   PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00104001
001050 77  WS-AUD-NET-BONUS    PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00105001
001060 77  WS-AUD-NET-COMM     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00106001
001070 77  WS-CHANGE-COUNT     PIC S9(7) COMP VALUE ZERO.               00107001
001080 77  WS-BAD-DATE-COUNT   PIC S9(7) COMP VALUE ZERO.               00108001
001090 77  WS-NOT-ON-EMP-COUNT PIC S9(7) COMP VALUE ZERO.               00109001
001100 77  WS-CMP-FILE         PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00110001
001110 77  WS-CMP-RUN          PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00111001
001120 77  WS-CMP-LABEL        PIC X(26)      VALUE SPACES.             00112001
001130*****************************************************             00113001
001140* BACK-DATED CHANGES, HELD UNTIL THE END OF THE      *            00114001
001150* AUDIT FILE AND SORTED BY WORKDEPT, EMPNO AND AUDIT *            00115001
001160* SEQUENCE FOR THE REGISTER                          *            00116001
001170*****************************************************             00117001
001180 77  WS-RTR-COUNT        PIC S9(4) COMP VALUE ZERO.               00118001
001190 77  WS-RTR-LIMIT        PIC S9(4) COMP VALUE  5000.              00119001
001200 77  WS-RTR-IX           PIC S9(4) COMP VALUE ZERO.               00120001
001210 77  WS-RTR-JX           PIC S9(4) COMP VALUE ZERO.               00121001
001220 77  WS-SORT-TOP         PIC S9(4) COMP VALUE ZERO.               00122001
001230 77  WS-SWAP-SW          PIC X          VALUE  'N'.               00123001
001240         88  WS-SWAPPED                 VALUE  'Y'.               00124001
001250 01  WS-RETRO-TABLE.                                              00125001
001260     05  WS-RTR-ENTRY  OCCURS 5000 TIMES.                         00126001
001270         10  WS-RTR-KEY.                                          00127001
001280             15  WS-RTR-WORKDEPT     PIC X(3).                    00128001
001290             15  WS-RTR-EMPNO        PIC X(6).                    00129001
001300             15  WS-RTR-SEQ-NO       PIC 9(7).                    00130001
001310         10  WS-RTR-LASTNAME         PIC X(15).                   00131001
001320         10  WS-RTR-EFFDATE          PIC X(10).                   00132001
001330         10  WS-RTR-DAYS             PIC 9(5).                    00133001
001340         10  WS-RTR-OLD-SALARY       PIC 9(7)V99.                 00134001
001350         10  WS-RTR-NEW-SALARY       PIC 9(7)V99.                 00135001
001360         10  WS-RTR-OLD-COMM         PIC 9(7)V99.                 00136001
001370         10  WS-RTR-NEW-COMM         PIC 9(7)V99.                 00137001
001380 01  WS-SWAP-ENTRY                   PIC X(82).                   00138001
001390*****************************************************             00139001
001400* RETRO CALCULATION AND REGISTER TOTALS              *            00140001
001410*****************************************************             00141001
001420 77  WS-PERIODS          PIC S9(3)V9(4) USAGE COMP-3 VALUE ZERO.  00142001
001430 77  WS-SALARY-DIFF      PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.  00143001
001440 77  WS-COMM-DIFF        PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.  00144001
001450 77  WS-RETRO-SALARY     PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.  00145001
001460 77  WS-RETRO-COMM       PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.  00146001
001470 77  WS-RETRO-TOTAL      PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.  00147001
001480 77  WS-PREV-WORKDEPT    PIC X(3)       VALUE LOW-VALUES.         00148001
001490 77  WS-DEPT-COUNT       PIC S9(7) COMP VALUE ZERO.               00149001
001500 77  WS-DEPT-SALARY      PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00150001
001510 77  WS-DEPT-COMM        PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00151001
001520 77  WS-DEPT-TOTAL       PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00152001
001530 77  WS-GRAND-COUNT      PIC S9(7) COMP VALUE ZERO.               00153001
001540 77  WS-GRAND-SALARY     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00154001
001550 77  WS-GRAND-COMM       PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00155001
001560 77  WS-GRAND-TOTAL      PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00156001
001570*****************************************************             00157001
001580* DAYS-BACK WORKAREAS.  THE SERIAL DAY NUMBER IS     *            00158001
001590* DAYS FROM AN ARBITRARY EPOCH, GOOD ENOUGH TO       *            00159001
001600* DIFFERENCE TWO DATES                               *            00160001
001610*****************************************************             00161001
001620 01  WS-ISO-DATE.                                                 00162001
001630     05  WS-ISO-YEAR             PIC X(4).                        00163001
001640     05  WS-ISO-DASH-1           PIC X(1).                        00164001
001650     05  WS-ISO-MONTH            PIC X(2).                        00165001
001660     05  WS-ISO-DASH-2           PIC X(1).                        00166001
001670     05  WS-ISO-DAY              PIC X(2).                        00167001
001680 01  WS-SERIAL-DATE.                                              00168001
001690     05  WS-SD-YEAR              PIC 9(4).                        00169001
001700     05  WS-SD-MONTH             PIC 9(2).                        00170001
001710     05  WS-SD-DAY               PIC 9(2).                        00171001
001720 01  WS-SD-PRIOR-YEAR            PIC 9(4)  USAGE COMP.            00172001
001730 01  WS-SERIAL-DAYS              PIC S9(9) USAGE COMP.            00173001
001740 01  WS-LEAP-QUOTIENT            PIC 9(4)  USAGE COMP.            00174001
001750 01  WS-LEAP-REMAINDER           PIC 9(4)  USAGE COMP.            00175001
001760 01  WS-CUM-DAYS-TBL.                                             00176001
001770     05  FILLER  PIC X(36) VALUE                                  00177001
001780         '000031059090120151181212243273304334'.                  00178001
001790 01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TBL.                     00179001
001800     05  WS-CUM-DAYS  OCCURS 12 TIMES  PIC 9(3).                  00180001
001810 01  WS-RUN-SERIAL               PIC S9(9) USAGE COMP.            00181001
001820 01  WS-EFF-SERIAL               PIC S9(9) USAGE COMP.            00182001
001830 01  WS-DAYS-BACK                PIC S9(5) USAGE COMP.            00183001
001840 77  WS-DATE-OK-SW       PIC X          VALUE  'N'.               00184001
001850         88  WS-DATE-OK                 VALUE  'Y'.               00185001
001860*****************************************************             00186001
001870* SYSTEM DATE WORKAREAS                              *            00187001
001880*****************************************************             00188001
001890 01  WS-RUN-DATE.                                                 00189001
001900     05  WS-RUN-YEAR             PIC 9(4).                        00190001
001910     05  WS-RUN-MONTH            PIC 9(2).                        00191001
001920     05  WS-RUN-DAY              PIC 9(2).                        00192001
001930 01  WS-RUN-DATE-ISO.                                             00193001
001940     05  WS-RDI-YEAR             PIC 9(4).                        00194001
001950     05  FILLER                  PIC X(1)  VALUE '-'.             00195001
001960     05  WS-RDI-MONTH            PIC 9(2).                        00196001
001970     05  FILLER                  PIC X(1)  VALUE '-'.             00197001
001980     05  WS-RDI-DAY              PIC 9(2).                        00198001
001990*****************************************************             00199001
002000*  PRINT-LINE LAYOUTS FOR RPT-FILE                   *            00200001
002010*****************************************************             00201001
002020 01  WS-PRINT-LINE.                                               00202001
002030     05  WS-PL-HEADING.                                           00203001
002040         10  WS-PLH-BANNER        PIC X(80).                      00204001
002050         10  FILLER               PIC X(52).                      00205001
002060     05  WS-PL-DETAIL REDEFINES WS-PL-HEADING.                    00206001
002070         10  WS-PLD-EMPNO         PIC X(6).                       00207001
002080         10  FILLER               PIC X(1).                       00208001
002090         10  WS-PLD-LASTNAME      PIC X(15).                      00209001
002100         10  FILLER               PIC X(1).                       00210001
002110         10  WS-PLD-EFFDATE       PIC X(10).                      00211001
002120         10  FILLER               PIC X(1).                       00212001
002130         10  WS-PLD-DAYS          PIC ZZ,ZZ9.                     00213001
002140         10  FILLER               PIC X(1).                       00214001
002150         10  WS-PLD-PERIODS       PIC ZZ9.9999.                   00215001
002160         10  FILLER               PIC X(1).                       00216001
002170         10  WS-PLD-OLD-SALARY    PIC Z,ZZZ,ZZ9.99.               00217001
002180         10  FILLER               PIC X(1).                       00218001
002190         10  WS-PLD-NEW-SALARY    PIC Z,ZZZ,ZZ9.99.               00219001
002200         10  FILLER               PIC X(1).                       00220001
002210         10  WS-PLD-RETRO-SALARY  PIC -Z,ZZZ,ZZ9.99.              00221001
002220         10  FILLER               PIC X(1).                       00222001
002230         10  WS-PLD-COMM-DIFF     PIC -Z,ZZZ,ZZ9.99.              00223001
002240         10  FILLER               PIC X(1).                       00224001
002250         10  WS-PLD-RETRO-COMM    PIC -Z,ZZZ,ZZ9.99.              00225001
002260         10  FILLER               PIC X(1).                       00226001
002270         10  WS-PLD-RETRO-TOTAL   PIC -Z,ZZZ,ZZ9.99.              00227001
002280         10  FILLER               PIC X(1).                       00228001
002290     05  WS-PL-SUBTOTAL REDEFINES WS-PL-HEADING.                  00229001
002300         10  WS-PLS-LABEL         PIC X(34).                      00230001
002310         10  WS-PLS-COUNT         PIC ZZZ,ZZ9.                    00231001
002320         10  FILLER               PIC X(34).                      00232001
002330         10  WS-PLS-SALARY        PIC -ZZ,ZZZ,ZZ9.99.             00233001
002340         10  FILLER               PIC X(14).                      00234001
002350         10  WS-PLS-COMM          PIC -ZZ,ZZZ,ZZ9.99.             00235001
002360         10  WS-PLS-TOTAL         PIC -ZZ,ZZZ,ZZ9.99.             00236001
002370         10  FILLER               PIC X(1).                       00237001
002380     05  WS-PL-COMPARE REDEFINES WS-PL-HEADING.                   00238001
002390         10  WS-PLC-LABEL         PIC X(26).                      00239001
002400         10  WS-PLC-FILE          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.        00240001
002410         10  FILLER               PIC X(2).                       00241001
002420         10  WS-PLC-RUN           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.        00242001
002430         10  FILLER               PIC X(2).                       00243001
002440         10  WS-PLC-STATUS        PIC X(14).                      00244001
002450         10  FILLER               PIC X(48).                      00245001
002460     05  WS-PL-TRAILER REDEFINES WS-PL-HEADING.                   00246001
002470         10  WS-PLT-LABEL         PIC X(34).                      00247001
002480         10  WS-PLT-COUNT         PIC ZZZ,ZZ9.                    00248001
002490         10  FILLER               PIC X(91).                      00249001
002500********************************************                      00250001
002510*  SQL COMMUNICATION AREA                  *                      00251001
002520********************************************                      00252001
002530     EXEC SQL                                                     00253001
002540       INCLUDE SQLCA                                              00254001
002550     END-EXEC.                                                    00255001
002560********************************************                      00256001
002570*  DCLS                                    *                      00257001
002580********************************************                      00258001
002590     EXEC SQL                                                     00259001
002600       INCLUDE EMP                                                00260001
002610     END-EXEC.                                                    00261001
002620 PROCEDURE DIVISION.                                              00262001
002630 MAIN-PARA.                                                       00263001
002640     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00264001
002650     MOVE WS-RUN-YEAR  TO WS-RDI-YEAR.                            00265001
002660     MOVE WS-RUN-MONTH TO WS-RDI-MONTH.                           00266001
002670     MOVE WS-RUN-DAY   TO WS-RDI-DAY.                             00267001
002680     PERFORM GET-PARM-PARA.                                       00268001
002690     PERFORM READ-TOTALS-PARA.                                    00269001
002700     IF WS-PARM-ERROR                                             00270001
002710        MOVE 8 TO RETURN-CODE                                     00271001
002720        STOP RUN                                                  00272001
002730     END-IF                                                       00273001
002740     PERFORM LOAD-AUDIT-PARA.                                     00274001
002750     PERFORM SORT-TABLE-PARA.                                     00275001
002760     OPEN OUTPUT RETRO-FILE.                                      00276001
002770     OPEN OUTPUT RPT-FILE.                                        00277001
002780     PERFORM HEADING-PARA.                                        00278001
002790     PERFORM WRITE-HEADER-PARA.                                   00279001
002800     PERFORM DETAIL-PARA                                          00280001
002810             VARYING WS-RTR-IX FROM 1 BY 1                        00281001
002820             UNTIL WS-RTR-IX > WS-RTR-COUNT.                      00282001
002830     IF WS-RTR-COUNT > ZERO                                       00283001
002840        PERFORM DEPT-BREAK-PARA                                   00284001
002850     END-IF                                                       00285001
002860     PERFORM GRAND-TOTAL-PARA.                                    00286001
002870     PERFORM WRITE-TRAILER-PARA.                                  00287001
002880     PERFORM BALANCE-PARA.                                        00288001
002890     PERFORM TRAILER-PARA.                                        00289001
002900     CLOSE RETRO-FILE.                                            00290001
002910     CLOSE RPT-FILE.                                              00291001
002920     DISPLAY 'BACK-DATED CHANGES PAID : ' WS-GRAND-COUNT          00292001
002930     IF SQL-ERROR-OCCURRED OR WS-OUT-OF-BALANCE                   00293001
002940        MOVE 8 TO RETURN-CODE                                     00294001
002950     ELSE                                                         00295001
002960        IF WS-BAD-DATE-COUNT > ZERO                               00296001
002970           OR WS-NOT-ON-EMP-COUNT > ZERO                          00297001
002980           MOVE 4 TO RETURN-CODE                                  00298001
002990        ELSE                                                      00299001
003000           MOVE 0 TO RETURN-CODE                                  00300001
003010        END-IF                                                    00301001
003020     END-IF                                                       00302001
003030     STOP RUN.                                                    00303001
003040 GET-PARM-PARA.                                                   00304001
003050     OPEN INPUT PARM-FILE                                         00305001
003060     READ PARM-FILE                                               00306001
003070         AT END                                                   00307001
003080           DISPLAY 'NO PAY FREQUENCY ON PARMIN'                   00308001
003090           SET WS-PARM-ERROR TO TRUE                              00309001
003100         NOT AT END                                               00310001
003110           MOVE PARM-PAY-FREQ TO WS-PAY-FREQ                      00311001
003120     END-READ                                                     00312001
003130     CLOSE PARM-FILE                                              00313001
003140     EVALUATE TRUE                                                00314001
003150        WHEN WS-PARM-ERROR                                        00315001
003160           CONTINUE                                               00316001
003170        WHEN WS-FREQ-WEEKLY                                       00317001
003180           MOVE 52       TO WS-PERIODS-PER-YEAR                   00318001
003190           MOVE 7        TO WS-DAYS-PER-PERIOD                    00319001
003200        WHEN WS-FREQ-BIWEEKLY                                     00320001
003210           MOVE 26       TO WS-PERIODS-PER-YEAR                   00321001
003220           MOVE 14       TO WS-DAYS-PER-PERIOD                    00322001
003230        WHEN WS-FREQ-SEMIMONTHLY                                  00323001
003240           MOVE 24       TO WS-PERIODS-PER-YEAR                   00324001
003250           MOVE 15.2083  TO WS-DAYS-PER-PERIOD                    00325001
003260        WHEN WS-FREQ-MONTHLY                                      00326001
003270           MOVE 12       TO WS-PERIODS-PER-YEAR                   00327001
003280           MOVE 30.4167  TO WS-DAYS-PER-PERIOD                    00328001
003290        WHEN OTHER                                                00329001
003300           DISPLAY 'INVALID PAY FREQUENCY ON PARMIN : '           00330001
003310                   WS-PAY-FREQ                                    00331001
003320           SET WS-PARM-ERROR TO TRUE                              00332001
003330     END-EVALUATE.                                                00333001
003340 READ-TOTALS-PARA.                                                00334001
003350     OPEN INPUT TOTALS-FILE                                       00335001
003360     READ TOTALS-FILE                                             00336001
003370         AT END                                                   00337001
003380           DISPLAY 'NO CONTROL TOTALS ON TOTIN'                   00338001
003390           SET WS-PARM-ERROR TO TRUE                              00339001
003400         NOT AT END                                               00340001
003410           MOVE TOT-RUN-DATE    TO WS-TOT-RUN-DATE                00341001
003420           MOVE TOT-ACCEPTED    TO WS-TOT-ACCEPTED                00342001
003430           MOVE TOT-NET-SALARY  TO WS-TOT-NET-SALARY              00343001
003440           MOVE TOT-NET-BONUS   TO WS-TOT-NET-BONUS               00344001
003450           MOVE TOT-NET-COMM    TO WS-TOT-NET-COMM                00345001
003460     END-READ                                                     00346001
003470     CLOSE TOTALS-FILE                                            00347001
003480     IF NOT WS-PARM-ERROR                                         00348001
003490        MOVE WS-TOT-RUN-DATE TO WS-ISO-DATE                       00349001
003500        PERFORM CHECK-ISO-PARA                                    00350001
003510        IF WS-DATE-OK                                             00351001
003520           PERFORM SERIAL-DAYS-PARA                               00352001
003530           MOVE WS-SERIAL-DAYS TO WS-RUN-SERIAL                   00353001
003540        ELSE                                                      00354001
003550           DISPLAY 'RUN DATE ON TOTIN NOT USABLE : '              00355001
003560                   WS-TOT-RUN-DATE                                00356001
003570           SET WS-PARM-ERROR TO TRUE                              00357001
003580        END-IF                                                    00358001
003590     END-IF.                                                      00359001
003600*****************************************************             00360001
003610* EVERY IMAGE FOR THE RUN GOES INTO THE NET TOTALS;  *            00361001
003620* ONLY THE BACK-DATED 'C' CHANGES ARE KEPT FOR PAY   *            00362001
003630*****************************************************             00363001
003640 LOAD-AUDIT-PARA.                                                 00364001
003650     OPEN INPUT AUDIT-FILE                                        00365001
003660     PERFORM READ-AUDIT-PARA                                      00366001
003670     PERFORM PROCESS-AUDIT-PARA                                   00367001
003680             UNTIL NOMORE-INPUT                                   00368001
003690     CLOSE AUDIT-FILE.                                            00369001
003700 READ-AUDIT-PARA.                                                 00370001
003710     READ AUDIT-FILE                                              00371001
003720         AT END                                                   00372001
003730           SET NOMORE-INPUT TO TRUE                               00373001
003740         NOT AT END                                               00374001
003750           ADD 1 TO WS-AUDIT-READ                                 00375001
003760     END-READ.                                                    00376001
003770 PROCESS-AUDIT-PARA.                                              00377001
003780     IF AUD-RUN-DATE = WS-TOT-RUN-DATE                            00378001
003790        ADD 1 TO WS-AUDIT-RUN                                     00379001
003800        COMPUTE WS-AUD-NET-SALARY = WS-AUD-NET-SALARY             00380001
003810                + AUD-NEW-SALARY - AUD-OLD-SALARY                 00381001
003820        COMPUTE WS-AUD-NET-BONUS  = WS-AUD-NET-BONUS              00382001
003830                + AUD-NEW-BONUS - AUD-OLD-BONUS                   00383001
003840        COMPUTE WS-AUD-NET-COMM   = WS-AUD-NET-COMM               00384001
003850                + AUD-NEW-COMM - AUD-OLD-COMM                     00385001
003860        IF (AUD-ACTION = 'C' OR AUD-ACTION = SPACE)               00386001
003870           AND AUD-EFFDATE < AUD-RUN-DATE                         00387001
003880           PERFORM SELECT-CHANGE-PARA                             00388001
003890        END-IF                                                    00389001
003900     ELSE                                                         00390001
003910        ADD 1 TO WS-AUDIT-OTHER                                   00391001
003920     END-IF                                                       00392001
003930     PERFORM READ-AUDIT-PARA.                                     00393001
003940 SELECT-CHANGE-PARA.                                              00394001
003950     ADD 1 TO WS-CHANGE-COUNT                                     00395001
003960     MOVE AUD-EFFDATE TO WS-ISO-DATE                              00396001
003970     PERFORM CHECK-ISO-PARA                                       00397001
003980     IF WS-DATE-OK                                                00398001
003990        PERFORM SERIAL-DAYS-PARA                                  00399001
004000        MOVE WS-SERIAL-DAYS TO WS-EFF-SERIAL                      00400001
004010        COMPUTE WS-DAYS-BACK = WS-RUN-SERIAL - WS-EFF-SERIAL      00401001
004020        PERFORM STORE-CHANGE-PARA                                 00402001
004030     ELSE                                                         00403001
004040        ADD 1 TO WS-BAD-DATE-COUNT                                00404001
004050        DISPLAY 'EFFECTIVE DATE NOT USABLE, NOT PAID : '          00405001
004060                AUD-EMPNO ' ' AUD-EFFDATE                         00406001
004070     END-IF.                                                      00407001
004080 STORE-CHANGE-PARA.                                               00408001
004090     IF WS-RTR-COUNT < WS-RTR-LIMIT                               00409001
004100        ADD 1 TO WS-RTR-COUNT                                     00410001
004110        MOVE WS-RTR-COUNT TO WS-RTR-IX                            00411001
004120        PERFORM LOOKUP-EMP-PARA                                   00412001
004130        MOVE AUD-EMPNO      TO WS-RTR-EMPNO (WS-RTR-IX)           00413001
004140        MOVE AUD-SEQ-NO     TO WS-RTR-SEQ-NO (WS-RTR-IX)          00414001
004150        MOVE AUD-EFFDATE    TO WS-RTR-EFFDATE (WS-RTR-IX)         00415001
004160        MOVE WS-DAYS-BACK   TO WS-RTR-DAYS (WS-RTR-IX)            00416001
004170        MOVE AUD-OLD-SALARY TO WS-RTR-OLD-SALARY (WS-RTR-IX)      00417001
004180        MOVE AUD-NEW-SALARY TO WS-RTR-NEW-SALARY (WS-RTR-IX)      00418001
004190        MOVE AUD-OLD-COMM   TO WS-RTR-OLD-COMM (WS-RTR-IX)        00419001
004200        MOVE AUD-NEW-COMM   TO WS-RTR-NEW-COMM (WS-RTR-IX)        00420001
004210     ELSE                                                         00421001
004220        DISPLAY 'RETRO TABLE FULL, CHANGE DROPPED : '             00422001
004230                AUD-EMPNO ' ' AUD-EFFDATE                         00423001
004240        SET SQL-ERROR-OCCURRED TO TRUE                            00424001
004250     END-IF.                                                      00425001
004260*****************************************************             00426001
004270* WORKDEPT AND NAME FOR THE REGISTER.  AN EMPLOYEE   *            00427001
004280* NO LONGER ON EMP IS STILL PAID, UNDER DEPT '???'   *            00428001
004290*****************************************************             00429001
004300 LOOKUP-EMP-PARA.                                                 00430001
004310     INITIALIZE DCLEMP                                            00431001
004320     MOVE AUD-EMPNO TO DCL-EMPNO                                  00432001
004330     EXEC SQL                                                     00433001
004340        SELECT WORKDEPT, LASTNAME                                 00434001
004350          INTO :DCL-WORKDEPT  :IND-WORKDEPT,                      00435001
004360               :DCL-LASTNAME                                      00436001
004370          FROM EMP                                                00437001
004380         WHERE EMPNO = :DCL-EMPNO                                 00438001
004390     END-EXEC                                                     00439001
004400     EVALUATE TRUE                                                00440001
004410        WHEN SQLCODE = 0                                          00441001
004420           IF IND-WORKDEPT < ZERO                                 00442001
004430              MOVE SPACES TO DCL-WORKDEPT                         00443001
004440           END-IF                                                 00444001
004450           MOVE DCL-WORKDEPT      TO WS-RTR-WORKDEPT (WS-RTR-IX)  00445001
004460           MOVE DCL-LASTNAME-TEXT TO WS-RTR-LASTNAME (WS-RTR-IX)  00446001
004470        WHEN SQLCODE = 100                                        00447001
004480           ADD 1 TO WS-NOT-ON-EMP-COUNT                           00448001
004490           MOVE '???'             TO WS-RTR-WORKDEPT (WS-RTR-IX)  00449001
004500           MOVE 'NOT ON EMP'      TO WS-RTR-LASTNAME (WS-RTR-IX)  00450001
004510        WHEN OTHER                                                00451001
004520           DISPLAY 'DB2 ERROR ON EMP LOOKUP, EMPNO : '            00452001
004530                   AUD-EMPNO ' SQLCODE : ' SQLCODE                00453001
004540           SET SQL-ERROR-OCCURRED TO TRUE                         00454001
004550           MOVE '???'             TO WS-RTR-WORKDEPT (WS-RTR-IX)  00455001
004560           MOVE SPACES            TO WS-RTR-LASTNAME (WS-RTR-IX)  00456001
004570     END-EVALUATE.                                                00457001
004580 CHECK-ISO-PARA.                                                  00458001
004590     MOVE 'N' TO WS-DATE-OK-SW                                    00459001
004600     IF WS-ISO-YEAR NUMERIC                                       00460001
004610        AND WS-ISO-MONTH NUMERIC                                  00461001
004620        AND WS-ISO-DAY NUMERIC                                    00462001
004630        AND WS-ISO-DASH-1 = '-'                                   00463001
004640        AND WS-ISO-DASH-2 = '-'                                   00464001
004650        MOVE WS-ISO-YEAR  TO WS-SD-YEAR                           00465001
004660        MOVE WS-ISO-MONTH TO WS-SD-MONTH                          00466001
004670        MOVE WS-ISO-DAY   TO WS-SD-DAY                            00467001
004680        IF WS-SD-MONTH > 0 AND WS-SD-MONTH < 13                   00468001
004690           AND WS-SD-DAY > 0 AND WS-SD-DAY < 32                   00469001
004700           SET WS-DATE-OK TO TRUE                                 00470001
004710        END-IF                                                    00471001
004720     END-IF.                                                      00472001
004730*****************************************************             00473001
004740* DAYS FROM THE EPOCH FOR THE DATE IN               *             00474001
004750* WS-SERIAL-DATE : WHOLE YEARS BEFORE THIS ONE,     *             00475001
004760* PLUS THE GREGORIAN LEAP-DAY CORRECTIONS, PLUS     *             00476001
004770* THE DAYS SO FAR THIS YEAR                         *             00477001
004780*****************************************************             00478001
004790 SERIAL-DAYS-PARA.                                                00479001
004800     COMPUTE WS-SD-PRIOR-YEAR = WS-SD-YEAR - 1                    00480001
004810     COMPUTE WS-SERIAL-DAYS =                                     00481001
004820             WS-SD-PRIOR-YEAR * 365                               00482001
004830           + WS-SD-PRIOR-YEAR / 4                                 00483001
004840           - WS-SD-PRIOR-YEAR / 100                               00484001
004850           + WS-SD-PRIOR-YEAR / 400                               00485001
004860           + WS-CUM-DAYS (WS-SD-MONTH)                            00486001
004870           + WS-SD-DAY                                            00487001
004880     IF WS-SD-MONTH > 2                                           00488001
004890        PERFORM LEAP-ADJUST-PARA                                  00489001
004900     END-IF.                                                      00490001
004910 LEAP-ADJUST-PARA.                                                00491001
004920     DIVIDE WS-SD-YEAR BY 4                                       00492001
004930            GIVING WS-LEAP-QUOTIENT                               00493001
004940            REMAINDER WS-LEAP-REMAINDER                           00494001
004950     IF WS-LEAP-REMAINDER = 0                                     00495001
004960        ADD 1 TO WS-SERIAL-DAYS                                   00496001
004970        DIVIDE WS-SD-YEAR BY 100                                  00497001
004980               GIVING WS-LEAP-QUOTIENT                            00498001
004990               REMAINDER WS-LEAP-REMAINDER                        00499001
005000        IF WS-LEAP-REMAINDER = 0                                  00500001
005010           SUBTRACT 1 FROM WS-SERIAL-DAYS                         00501001
005020           DIVIDE WS-SD-YEAR BY 400                               00502001
005030                  GIVING WS-LEAP-QUOTIENT                         00503001
005040                  REMAINDER WS-LEAP-REMAINDER                     00504001
005050           IF WS-LEAP-REMAINDER = 0                               00505001
005060              ADD 1 TO WS-SERIAL-DAYS                             00506001
005070           END-IF                                                 00507001
005080        END-IF                                                    00508001
005090     END-IF.                                                      00509001
005100*****************************************************             00510001
005110* EXCHANGE SORT ON WORKDEPT, EMPNO AND AUDIT SEQ     *            00511001
005120*****************************************************             00512001
005130 SORT-TABLE-PARA.                                                 00513001
005140     COMPUTE WS-SORT-TOP = WS-RTR-COUNT - 1                       00514001
005150     SET WS-SWAPPED TO TRUE                                       00515001
005160     PERFORM SORT-PASS-PARA                                       00516001
005170             UNTIL NOT WS-SWAPPED                                 00517001
005180                OR WS-SORT-TOP < 1.                               00518001
005190 SORT-PASS-PARA.                                                  00519001
005200     MOVE 'N' TO WS-SWAP-SW                                       00520001
005210     PERFORM SORT-COMPARE-PARA                                    00521001
005220             VARYING WS-RTR-IX FROM 1 BY 1                        00522001
005230             UNTIL WS-RTR-IX > WS-SORT-TOP                        00523001
005240     SUBTRACT 1 FROM WS-SORT-TOP.                                 00524001
005250 SORT-COMPARE-PARA.                                               00525001
005260     COMPUTE WS-RTR-JX = WS-RTR-IX + 1                            00526001
005270     IF WS-RTR-KEY (WS-RTR-IX) > WS-RTR-KEY (WS-RTR-JX)           00527001
005280        MOVE WS-RTR-ENTRY (WS-RTR-IX) TO WS-SWAP-ENTRY            00528001
005290        MOVE WS-RTR-ENTRY (WS-RTR-JX)                             00529001
005300          TO WS-RTR-ENTRY (WS-RTR-IX)                             00530001
005310        MOVE WS-SWAP-ENTRY TO WS-RTR-ENTRY (WS-RTR-JX)            00531001
005320        SET WS-SWAPPED TO TRUE                                    00532001
005330     END-IF.                                                      00533001
005340*****************************************************             00534001
005350* ONE BACK-DATED CHANGE : PERIODS OWED, RETRO SALARY *            00535001
005360* AND COMM, A REGISTER LINE AND AN INTERFACE DETAIL  *            00536001
005370*****************************************************             00537001
005380 DETAIL-PARA.                                                     00538001
005390     IF WS-RTR-WORKDEPT (WS-RTR-IX) NOT = WS-PREV-WORKDEPT        00539001
005400        IF WS-RTR-IX > 1                                          00540001
005410           PERFORM DEPT-BREAK-PARA                                00541001
005420        END-IF                                                    00542001
005430        MOVE WS-RTR-WORKDEPT (WS-RTR-IX) TO WS-PREV-WORKDEPT      00543001
005440     END-IF                                                       00544001
005450     COMPUTE WS-PERIODS ROUNDED =                                 00545001
005460         WS-RTR-DAYS (WS-RTR-IX) / WS-DAYS-PER-PERIOD             00546001
005470     COMPUTE WS-SALARY-DIFF = WS-RTR-NEW-SALARY (WS-RTR-IX)       00547001
005480                            - WS-RTR-OLD-SALARY (WS-RTR-IX)       00548001
005490     COMPUTE WS-COMM-DIFF   = WS-RTR-NEW-COMM (WS-RTR-IX)         00549001
005500                            - WS-RTR-OLD-COMM (WS-RTR-IX)         00550001
005510     COMPUTE WS-RETRO-SALARY ROUNDED =                            00551001
005520         WS-SALARY-DIFF / WS-PERIODS-PER-YEAR * WS-PERIODS        00552001
005530     COMPUTE WS-RETRO-COMM ROUNDED =                              00553001
005540         WS-COMM-DIFF / WS-PERIODS-PER-YEAR * WS-PERIODS          00554001
005550     COMPUTE WS-RETRO-TOTAL = WS-RETRO-SALARY + WS-RETRO-COMM     00555001
005560     ADD 1               TO WS-DEPT-COUNT                         00556001
005570     ADD WS-RETRO-SALARY TO WS-DEPT-SALARY                        00557001
005580     ADD WS-RETRO-COMM   TO WS-DEPT-COMM                          00558001
005590     ADD WS-RETRO-TOTAL  TO WS-DEPT-TOTAL                         00559001
005600     MOVE SPACES TO WS-PL-DETAIL                                  00560001
005610     MOVE WS-RTR-EMPNO (WS-RTR-IX)      TO WS-PLD-EMPNO           00561001
005620     MOVE WS-RTR-LASTNAME (WS-RTR-IX)   TO WS-PLD-LASTNAME        00562001
005630     MOVE WS-RTR-EFFDATE (WS-RTR-IX)    TO WS-PLD-EFFDATE         00563001
005640     MOVE WS-RTR-DAYS (WS-RTR-IX)       TO WS-PLD-DAYS            00564001
005650     MOVE WS-PERIODS                    TO WS-PLD-PERIODS         00565001
005660     MOVE WS-RTR-OLD-SALARY (WS-RTR-IX) TO WS-PLD-OLD-SALARY      00566001
005670     MOVE WS-RTR-NEW-SALARY (WS-RTR-IX) TO WS-PLD-NEW-SALARY      00567001
005680     MOVE WS-RETRO-SALARY               TO WS-PLD-RETRO-SALARY    00568001
005690     MOVE WS-COMM-DIFF                  TO WS-PLD-COMM-DIFF       00569001
005700     MOVE WS-RETRO-COMM                 TO WS-PLD-RETRO-COMM      00570001
005710     MOVE WS-RETRO-TOTAL                TO WS-PLD-RETRO-TOTAL     00571001
005720     MOVE WS-PRINT-LINE TO RPT-RECORD                             00572001
005730     WRITE RPT-RECORD                                             00573001
005740     MOVE SPACES TO RETRO-RECORD                                  00574001
005750     SET RTR-DETAIL-REC TO TRUE                                   00575001
005760     MOVE WS-RTR-EMPNO (WS-RTR-IX)    TO RTR-EMPNO                00576001
005770     MOVE WS-RTR-WORKDEPT (WS-RTR-IX) TO RTR-WORKDEPT             00577001
005780     MOVE WS-RTR-EFFDATE (WS-RTR-IX)  TO RTR-EFFDATE              00578001
005790     MOVE WS-TOT-RUN-DATE             TO RTR-RUN-DATE             00579001
005800     MOVE WS-PAY-FREQ                 TO RTR-PAY-FREQ             00580001
005810     MOVE WS-RTR-DAYS (WS-RTR-IX)     TO RTR-DAYS                 00581001
005820     MOVE WS-PERIODS                  TO RTR-PERIODS              00582001
005830     MOVE WS-SALARY-DIFF              TO RTR-SALARY-DIFF          00583001
005840     MOVE WS-COMM-DIFF                TO RTR-COMM-DIFF            00584001
005850     MOVE WS-RETRO-SALARY             TO RTR-RETRO-SALARY         00585001
005860     MOVE WS-RETRO-COMM               TO RTR-RETRO-COMM           00586001
005870     MOVE WS-RETRO-TOTAL              TO RTR-RETRO-TOTAL          00587001
005880     MOVE WS-RTR-SEQ-NO (WS-RTR-IX)   TO RTR-AUD-SEQ-NO           00588001
005890     WRITE RETRO-RECORD.                                          00589001
005900 DEPT-BREAK-PARA.                                                 00590001
005910     MOVE SPACES TO WS-PL-SUBTOTAL                                00591001
005920     STRING 'DEPARTMENT '    DELIMITED BY SIZE                    00592001
005930            WS-PREV-WORKDEPT DELIMITED BY SIZE                    00593001
005940            ' TOTAL'         DELIMITED BY SIZE                    00594001
005950            INTO WS-PLS-LABEL                                     00595001
005960     MOVE WS-DEPT-COUNT  TO WS-PLS-COUNT                          00596001
005970     MOVE WS-DEPT-SALARY TO WS-PLS-SALARY                         00597001
005980     MOVE WS-DEPT-COMM   TO WS-PLS-COMM                           00598001
005990     MOVE WS-DEPT-TOTAL  TO WS-PLS-TOTAL                          00599001
006000     MOVE WS-PRINT-LINE TO RPT-RECORD                             00600001
006010     WRITE RPT-RECORD                                             00601001
006020     MOVE SPACES TO WS-PL-HEADING                                 00602001
006030     MOVE WS-PRINT-LINE TO RPT-RECORD                             00603001
006040     WRITE RPT-RECORD                                             00604001
006050     ADD WS-DEPT-COUNT  TO WS-GRAND-COUNT                         00605001
006060     ADD WS-DEPT-SALARY TO WS-GRAND-SALARY                        00606001
006070     ADD WS-DEPT-COMM   TO WS-GRAND-COMM                          00607001
006080     ADD WS-DEPT-TOTAL  TO WS-GRAND-TOTAL                         00608001
006090     MOVE ZERO TO WS-DEPT-COUNT                                   00609001
006100     MOVE ZERO TO WS-DEPT-SALARY                                  00610001
006110     MOVE ZERO TO WS-DEPT-COMM                                    00611001
006120     MOVE ZERO TO WS-DEPT-TOTAL.                                  00612001
006130 GRAND-TOTAL-PARA.                                                00613001
006140     MOVE SPACES TO WS-PL-SUBTOTAL                                00614001
006150     MOVE "RETRO REGISTER TOTAL" TO WS-PLS-LABEL                  00615001
006160     MOVE WS-GRAND-COUNT  TO WS-PLS-COUNT                         00616001
006170     MOVE WS-GRAND-SALARY TO WS-PLS-SALARY                        00617001
006180     MOVE WS-GRAND-COMM   TO WS-PLS-COMM                          00618001
006190     MOVE WS-GRAND-TOTAL  TO WS-PLS-TOTAL                         00619001
006200     MOVE WS-PRINT-LINE TO RPT-RECORD                             00620001
006210     WRITE RPT-RECORD.                                            00621001
006220 WRITE-HEADER-PARA.                                               00622001
006230     MOVE SPACES TO RETRO-RECORD                                  00623001
006240     SET RTR-HEADER-REC TO TRUE                                   00624001
006250     MOVE 'RETROPAY'      TO RTR-HDR-ID                           00625001
006260     MOVE WS-TOT-RUN-DATE TO RTR-HDR-RUN-DATE                     00626001
006270     MOVE WS-RUN-DATE-ISO TO RTR-HDR-CREATED                      00627001
006280     MOVE WS-PAY-FREQ     TO RTR-HDR-PAY-FREQ                     00628001
006290     WRITE RETRO-RECORD.                                          00629001
006300 WRITE-TRAILER-PARA.                                              00630001
006310     MOVE SPACES TO RETRO-RECORD                                  00631001
006320     SET RTR-TRAILER-REC TO TRUE                                  00632001
006330     MOVE WS-GRAND-COUNT  TO RTR-TRL-COUNT                        00633001
006340     MOVE WS-GRAND-SALARY TO RTR-TRL-SALARY                       00634001
006350     MOVE WS-GRAND-COMM   TO RTR-TRL-COMM                         00635001
006360     MOVE WS-GRAND-TOTAL  TO RTR-TRL-TOTAL                        00636001
006370     WRITE RETRO-RECORD.                                          00637001
006380*****************************************************             00638001
006390* THE AUDIT IMAGES FOR THE RUN MUST ACCOUNT FOR      *            00639001
006400* EVERY ACCEPTED TRANSACTION AND FOR THE NET CHANGE  *            00640001
006410* THE RUN REPORTED ON TOTOUT, OR THE REGISTER CANNOT *            00641001
006420* BE RELIED ON                                       *            00642001
006430*****************************************************             00643001
006440 BALANCE-PARA.                                                    00644001
006450     MOVE SPACES TO WS-PL-HEADING                                 00645001
006460     MOVE "*********************************************"         00646001
006470         TO WS-PLH-BANNER                                         00647001
006480     MOVE WS-PRINT-LINE TO RPT-RECORD                             00648001
006490     WRITE RPT-RECORD                                             00649001
006500     MOVE SPACES TO WS-PL-HEADING                                 00650001
006510     MOVE "ITEM                      ,AUDIT VALUE,RUN VALUE"      00651001
006520         TO WS-PLH-BANNER                                         00652001
006530     MOVE WS-PRINT-LINE TO RPT-RECORD                             00653001
006540     WRITE RPT-RECORD                                             00654001
006550     MOVE 'AUDIT IMAGES VS ACCEPTED'  TO WS-CMP-LABEL             00655001
006560     MOVE WS-AUDIT-RUN                TO WS-CMP-FILE              00656001
006570     MOVE WS-TOT-ACCEPTED             TO WS-CMP-RUN               00657001
006580     PERFORM COMPARE-PARA                                         00658001
006590     MOVE 'AUDIT NET SALARY VS RUN'   TO WS-CMP-LABEL             00659001
006600     MOVE WS-AUD-NET-SALARY           TO WS-CMP-FILE              00660001
006610     MOVE WS-TOT-NET-SALARY           TO WS-CMP-RUN               00661001
006620     PERFORM COMPARE-PARA                                         00662001
006630     MOVE 'AUDIT NET BONUS VS RUN'    TO WS-CMP-LABEL             00663001
006640     MOVE WS-AUD-NET-BONUS            TO WS-CMP-FILE              00664001
006650     MOVE WS-TOT-NET-BONUS            TO WS-CMP-RUN               00665001
006660     PERFORM COMPARE-PARA                                         00666001
006670     MOVE 'AUDIT NET COMM VS RUN'     TO WS-CMP-LABEL             00667001
006680     MOVE WS-AUD-NET-COMM             TO WS-CMP-FILE              00668001
006690     MOVE WS-TOT-NET-COMM             TO WS-CMP-RUN               00669001
006700     PERFORM COMPARE-PARA                                         00670001
006710     MOVE 'BACK-DATED VS PAID'        TO WS-CMP-LABEL             00671001
006720     COMPUTE WS-CMP-FILE = WS-CHANGE-COUNT - WS-BAD-DATE-COUNT    00672001
006730     MOVE WS-GRAND-COUNT              TO WS-CMP-RUN               00673001
006740     PERFORM COMPARE-PARA.                                        00674001
006750 COMPARE-PARA.                                                    00675001
006760     MOVE SPACES       TO WS-PL-COMPARE                           00676001
006770     MOVE WS-CMP-LABEL TO WS-PLC-LABEL                            00677001
006780     MOVE WS-CMP-FILE  TO WS-PLC-FILE                             00678001
006790     MOVE WS-CMP-RUN   TO WS-PLC-RUN                              00679001
006800     IF WS-CMP-FILE = WS-CMP-RUN                                  00680001
006810        MOVE 'OK'             TO WS-PLC-STATUS                    00681001
006820     ELSE                                                         00682001
006830        MOVE 'OUT OF BALANCE' TO WS-PLC-STATUS                    00683001
006840        SET WS-OUT-OF-BALANCE TO TRUE                             00684001
006850        DISPLAY 'OUT OF BALANCE : ' WS-CMP-LABEL                  00685001
006860     END-IF                                                       00686001
006870     MOVE WS-PRINT-LINE TO RPT-RECORD                             00687001
006880     WRITE RPT-RECORD.                                            00688001
006890 HEADING-PARA.                                                    00689001
006900     MOVE SPACES TO WS-PL-HEADING                                 00690001
006910     MOVE "*********************************************"         00691001
006920         TO WS-PLH-BANNER                                         00692001
006930     MOVE WS-PRINT-LINE TO RPT-RECORD                             00693001
006940     WRITE RPT-RECORD AFTER ADVANCING PAGE                        00694001
006950     MOVE SPACES TO WS-PL-HEADING                                 00695001
006960     MOVE "          RETROACTIVE PAY REGISTER           "         00696001
006970         TO WS-PLH-BANNER                                         00697001
006980     MOVE WS-PRINT-LINE TO RPT-RECORD                             00698001
006990     WRITE RPT-RECORD                                             00699001
007000     MOVE SPACES TO WS-PL-HEADING                                 00700001
007010     STRING 'POSTING RUN : '   DELIMITED BY SIZE                  00701001
007020            WS-TOT-RUN-DATE    DELIMITED BY SIZE                  00702001
007030            '  PAY FREQUENCY : ' DELIMITED BY SIZE                00703001
007040            WS-PAY-FREQ        DELIMITED BY SIZE                  00704001
007050            INTO WS-PLH-BANNER                                    00705001
007060     MOVE WS-PRINT-LINE TO RPT-RECORD                             00706001
007070     WRITE RPT-RECORD                                             00707001
007080     MOVE SPACES TO WS-PL-HEADING                                 00708001
007090     MOVE "EMPNO,LASTNAME,EFFECTIVE,DAYS,PERIODS,OLD SALARY,"     00709001
007100         TO WS-PLH-BANNER                                         00710001
007110     MOVE WS-PRINT-LINE TO RPT-RECORD                             00711001
007120     WRITE RPT-RECORD                                             00712001
007130     MOVE SPACES TO WS-PL-HEADING                                 00713001
007140     MOVE "NEW SALARY,RETRO SALARY,COMM CHANGE,RETRO COMM,"       00714001
007150         TO WS-PLH-BANNER                                         00715001
007160     MOVE WS-PRINT-LINE TO RPT-RECORD                             00716001
007170     WRITE RPT-RECORD                                             00717001
007180     MOVE SPACES TO WS-PL-HEADING                                 00718001
007190     MOVE "RETRO TOTAL"                                           00719001
007200         TO WS-PLH-BANNER                                         00720001
007210     MOVE WS-PRINT-LINE TO RPT-RECORD                             00721001
007220     WRITE RPT-RECORD                                             00722001
007230     MOVE SPACES TO WS-PL-HEADING                                 00723001
007240     MOVE "*********************************************"         00724001
007250         TO WS-PLH-BANNER                                         00725001
007260     MOVE WS-PRINT-LINE TO RPT-RECORD                             00726001
007270     WRITE RPT-RECORD.                                            00727001
007280 TRAILER-PARA.                                                    00728001
007290     MOVE SPACES TO WS-PL-HEADING                                 00729001
007300     MOVE "*********************************************"         00730001
007310         TO WS-PLH-BANNER                                         00731001
007320     MOVE WS-PRINT-LINE TO RPT-RECORD                             00732001
007330     WRITE RPT-RECORD                                             00733001
007340     MOVE SPACES TO WS-PL-TRAILER                                 00734001
007350     MOVE "AUDIT RECORDS READ            : "                      00735001
007360         TO WS-PLT-LABEL                                          00736001
007370     MOVE WS-AUDIT-READ TO WS-PLT-COUNT                           00737001
007380     MOVE WS-PRINT-LINE TO RPT-RECORD                             00738001
007390     WRITE RPT-RECORD                                             00739001
007400     MOVE SPACES TO WS-PL-TRAILER                                 00740001
007410     MOVE "  FOR OTHER RUN DATES, SKIPPED: "                      00741001
007420         TO WS-PLT-LABEL                                          00742001
007430     MOVE WS-AUDIT-OTHER TO WS-PLT-COUNT                          00743001
007440     MOVE WS-PRINT-LINE  TO RPT-RECORD                            00744001
007450     WRITE RPT-RECORD                                             00745001
007460     MOVE SPACES TO WS-PL-TRAILER                                 00746001
007470     MOVE "BACK-DATED 'C' CHANGES        : "                      00747001
007480         TO WS-PLT-LABEL                                          00748001
007490     MOVE WS-CHANGE-COUNT TO WS-PLT-COUNT                         00749001
007500     MOVE WS-PRINT-LINE   TO RPT-RECORD                           00750001
007510     WRITE RPT-RECORD                                             00751001
007520     MOVE SPACES TO WS-PL-TRAILER                                 00752001
007530     MOVE "  EFFECTIVE DATE UNUSABLE     : "                      00753001
007540         TO WS-PLT-LABEL                                          00754001
007550     MOVE WS-BAD-DATE-COUNT TO WS-PLT-COUNT                       00755001
007560     MOVE WS-PRINT-LINE     TO RPT-RECORD                         00756001
007570     WRITE RPT-RECORD                                             00757001
007580     MOVE SPACES TO WS-PL-TRAILER                                 00758001
007590     MOVE "  PAID, NO LONGER ON EMP      : "                      00759001
007600         TO WS-PLT-LABEL                                          00760001
007610     MOVE WS-NOT-ON-EMP-COUNT TO WS-PLT-COUNT                     00761001
007620     MOVE WS-PRINT-LINE       TO RPT-RECORD                       00762001
007630     WRITE RPT-RECORD                                             00763001
007640     MOVE SPACES TO WS-PL-HEADING                                 00764001
007650     IF WS-OUT-OF-BALANCE                                         00765001
007660        MOVE "***  RETRO REGISTER IS OUT OF BALANCE  ***"         00766001
007670            TO WS-PLH-BANNER                                      00767001
007680        DISPLAY 'RETRO REGISTER IS OUT OF BALANCE'                00768001
007690     ELSE                                                         00769001
007700        MOVE "        RETRO REGISTER BALANCED              "      00770001
007710            TO WS-PLH-BANNER                                      00771001
007720     END-IF                                                       00772001
007730     MOVE WS-PRINT-LINE TO RPT-RECORD                             00773001
007740     WRITE RPT-RECORD.                                            00774001
