000010 IDENTIFICATION DIVISION.                                         00001001
000020 PROGRAM-ID. COBDB36.                                             00002001
000030********************************************                      00003001
000040*COBOL PROGRAM TO ACCOMPANY JCL TO STEP    *                      00004001
000050*FUNCTION DEMO                             *                      00005001
000060*POSTING-RUN BACKOUT GENERATOR.            *                      00006001
000070*READS THE COBDB22 AUDIT IMAGES (AUDITREC  *                      00007001
000080*LAYOUT) FOR ONE POSTING RUN, NAMED BY THE *                      00008001
000090*RUN DATE ON THE PARMIN CARD, FROM AUDITIN.*                      00009001
000100*AUDITIN MAY BE THAT NIGHT'S AUDITOUT OR   *                      00010001
000110*THE COBDB30 CUMULATIVE HISTORY MASTER.    *                      00011001
000120*AN OPTIONAL EMPLIST CARD FILE LIMITS THE  *                      00012001
000130*BACKOUT TO THE EMPNOS LISTED; DUMMY IT TO *                      00013001
000140*BACK OUT THE WHOLE RUN.                   *                      00014001
000150*WRITES REVERSING TRANSACTIONS IN THE      *                      00015001
000160*COBDB22 TRANSIN LAYOUT TO TRANSOUT :      *                      00016001
000170*  - A CHANGE OR AWARD IS REVERSED BY A    *                      00017001
000180*    'C' (OR 'B') RESTORING THE OLD        *                      00018001
000190*    SALARY, BONUS AND COMM                *                      00019001
000200*  - AN ADD IS REVERSED BY A 'T'           *                      00020001
000210*  - A TERMINATION IS REVERSED BY AN 'A'   *                      00021001
000220*    RE-ADDING THE ROW AS IT STOOD JUST    *                      00022001
000230*    BEFORE THE DELETE, FROM THE RECORD    *                      00023001
000240*    THE RUN WROTE TO THE FORMER-EMPLOYEE  *                      00024001
000250*    MASTER (FORMIN)                       *                      00025001
000260*SEVERAL IMAGES FOR ONE EMPNO IN THE RUN   *                      00026001
000270*ARE NETTED TO ONE REVERSAL BACK TO THE    *                      00027001
000280*OLD VALUES OF THE FIRST IMAGE.            *                      00028001
000290*AN EMPNO WITH A LATER AUDITED CHANGE, OR  *                      00029001
000300*WHOSE EMP ROW NO LONGER MATCHES THE RUN'S *                      00030001
000310*AFTER-IMAGE, IS NOT BACKED OUT AND IS     *                      00031001
000320*LISTED ON THE CONFLICT REPORT (CONFRPT).  *                      00032001
000330*SO IS A TERMINATION WHOSE ROW HAD A NULL  *                      00033001
000340*WORKDEPT, HIREDATE, EDLEVEL, SEX OR       *                      00034001
000350*BIRTHDATE, WHICH THE POSTING RUN WOULD    *                      00035001
000360*REJECT ON THE RE-ADD.                     *                      00036001
000370*PRINTS A BEFORE/AFTER PREVIEW (RPTOUT)    *                      00037001
000380*FOR SIGN-OFF BEFORE TRANSOUT IS FED TO    *                      00038001
000390*THE POSTING RUN.  A REVERSAL LARGER THAN  *                      00039001
000400*THE CTLIN TOLERANCE NEEDS A RAISED        *                      00040001
000410*TOLERANCE CARD ON THAT POSTING RUN.       *                      00041001
000420*RETURN CODE 4 WHEN ANY CONFLICT IS        *                      00042001
000430*LISTED, 8 ON A BAD PARMIN CARD OR A DB2   *                      00043001
000440*ERROR.                                    *                      00044001
000450********************************************                      00045001
000460 ENVIRONMENT DIVISION.                                            00046001
000470 INPUT-OUTPUT SECTION.                                            00047001
000480 FILE-CONTROL.                                                    00048001
000490     SELECT PARM-FILE      ASSIGN TO PARMIN.                      00049001
000500     SELECT EMPLIST-FILE   ASSIGN TO EMPLIST.                     00050001
000510     SELECT AUDIT-FILE     ASSIGN TO AUDITIN.                     00051001
000520     SELECT FORM-FILE      ASSIGN TO FORMIN.                      00052001
000530     SELECT TRANS-OUT-FILE ASSIGN TO TRANSOUT.                    00053001
000540     SELECT RPT-FILE       ASSIGN TO RPTOUT.                      00054001
000550     SELECT CONF-RPT-FILE  ASSIGN TO CONFRPT.                     00055001
000560 DATA DIVISION.                                                   00056001
000570 FILE SECTION.                                                    00057001
000580 FD  PARM-FILE                                                    00058001
000590     RECORDING MODE F                                             00059001
000600     LABEL RECORDS ARE STANDARD.                                  00060001
000610 01  PARM-RECORD.                                                 00061001
000620     05  PARM-RUN-DATE           PIC X(10).                       00062001
000630     05  FILLER                  PIC X(70).                       00063001
000640*****************************************************             00064001
000650* EMPNOS TO BACK OUT, ONE PER CARD IN COLUMNS 1-6.   *            00065001
000660* AN EMPTY FILE BACKS OUT EVERY EMPNO IN THE RUN     *            00066001
000670*****************************************************             00067001
000680 FD  EMPLIST-FILE                                                 00068001
000690     RECORDING MODE F                                             00069001
000700     LABEL RECORDS ARE STANDARD.                                  00070001
000710 01  EMPLIST-RECORD.                                              00071001
000720     05  ELS-EMPNO               PIC X(6).                        00072001
000730     05  FILLER                  PIC X(74).                       00073001
000740 FD  AUDIT-FILE                                                   00074001
000750     RECORDING MODE F                                             00075001
000760     LABEL RECORDS ARE STANDARD.                                  00076001
000770     COPY AUDITREC.                                               00077001
000780*****************************************************             00078001
000790* FORMER-EMPLOYEE MASTER : THE EMP ROW AS IT STOOD   *            00079001
000800* JUST BEFORE EACH TERMINATION, SOURCE OF THE NAME   *            00080001
000810* AND HIRE DETAILS FOR A RE-ADD                      *            00081001
000820*****************************************************             00082001
000830 FD  FORM-FILE                                                    00083001
000840     RECORDING MODE F                                             00084001
000850     LABEL RECORDS ARE STANDARD.                                  00085001
000860 01  FORM-IN-RECORD.                                              00086001
000870     05  FIN-EMPNO               PIC X(6).                        00087001
000880     05  FILLER                  PIC X(115).                      00088001
000890     05  FIN-TERM-RUN-DATE       PIC X(10).                       00089001
000900     05  FILLER                  PIC X(19).                       00090001
000910 FD  TRANS-OUT-FILE                                               00091001
000920     RECORDING MODE F                                             00092001
000930     LABEL RECORDS ARE STANDARD.                                  00093001
000940 01  TRANS-OUT-RECORD            PIC X(160).                      00094001
000950 FD  RPT-FILE                                                     00095001
000960     RECORDING MODE F                                             00096001
000970     LABEL RECORDS ARE STANDARD.                                  00097001
000980 01  RPT-RECORD                  PIC X(132).                      00098001
000990 FD  CONF-RPT-FILE                                                00099001
001000     RECORDING MODE F                                             00100001
001010     LABEL RECORDS ARE STANDARD.                                  00101001
001020 01  CONF-RPT-RECORD             PIC X(132).                      00102001
001030 WORKING-STORAGE SECTION.                                         00103001
001040*****************************************************             00104001
001050* WORKAREAS                                         *             00105001
001060*****************************************************             00106001
001070 77  INPUT-SWITCH        PIC X          VALUE  'Y'.               00107001
001080         88  NOMORE-INPUT               VALUE  'N'.               00108001
001090 77  WS-LIST-EOF-SW      PIC X          VALUE  'N'.               00109001
001100         88  WS-LIST-EOF                VALUE  'Y'.               00110001
001110 77  WS-FORM-EOF-SW      PIC X          VALUE  'N'.               00111001
001120         88  WS-FORM-EOF                VALUE  'Y'.               00112001
001130 77  WS-SQL-ERROR-SW     PIC X          VALUE  'N'.               00113001
001140         88  SQL-ERROR-OCCURRED         VALUE  'Y'.               00114001
001150 77  WS-DATE-VALID-SW    PIC X          VALUE  'N'.               00115001
001160         88  WS-DATE-VALID              VALUE  'Y'.               00116001
001170 77  WS-LISTED-SW        PIC X          VALUE  'N'.               00117001
001180         88  WS-LISTED                  VALUE  'Y'.               00118001
001190 77  WS-ON-EMP-SW        PIC X          VALUE  'N'.               00119001
001200         88  WS-ON-EMP                  VALUE  'Y'.               00120001
001210*****************************************************             00121001
001220* THE POSTING RUN BEING BACKED OUT, FROM PARMIN      *            00122001
001230*****************************************************             00123001
001240 77  WS-BACKOUT-DATE     PIC X(10)      VALUE SPACES.             00124001
001250*****************************************************             00125001
001260* CONFLICT-REASON CODE FOR THE EMPNO IN HAND.        *            00126001
001270* SPACES MEANS THE EMPNO CAN BE BACKED OUT.          *            00127001
001280*   B001  LATER AUDITED CHANGE SINCE THE RUN         *            00128001
001290*   B002  EMP ROW CHANGED SINCE THE RUN              *            00129001
001300*   B003  NO FORMIN RECORD OF THE RUN'S TERMINATION  *            00130001
001310*   B004  TERMINATED AND RE-ADDED IN THE SAME RUN    *            00131001
001320*   B005  DB2 ERROR ON LOOKUP                        *            00132001
001330*   B006  NULL HIRE FIELD ON THE PRE-RUN ROW         *            00133001
001340*****************************************************             00134001
001350 77  WS-CONF-REASON      PIC X(4)       VALUE SPACES.             00135001
001360 77  WS-CONF-TEXT        PIC X(30)      VALUE SPACES.             00136001
001370*****************************************************             00137001
001380* REVERSING ACTION FOR THE EMPNO IN HAND : C, B, T   *            00138001
001390* OR A AS FOR TRANS-ACTION, N FOR NO NET CHANGE      *            00139001
001400*****************************************************             00140001
001410 77  WS-REV-ACTION       PIC X          VALUE SPACE.              00141001
001420         88  WS-REV-NONE                VALUE 'N'.                00142001
001430         88  WS-REV-READD               VALUE 'A'.                00143001
001440         88  WS-REV-REMOVE              VALUE 'T'.                00144001
001450*****************************************************             00145001
001460* RECORD COUNTERS                                    *            00146001
001470*****************************************************             00147001
001480 77  WS-AUDIT-IN-COUNT   PIC S9(7) COMP VALUE ZERO.               00148001
001490 77  WS-RUN-IMAGE-COUNT  PIC S9(7) COMP VALUE ZERO.               00149001
001500 77  WS-LATER-COUNT      PIC S9(7) COMP VALUE ZERO.               00150001
001510 77  WS-NOT-LISTED-COUNT PIC S9(7) COMP VALUE ZERO.               00151001
001520 77  WS-REV-COUNT        PIC S9(7) COMP VALUE ZERO.               00152001
001530 77  WS-REV-CHG-COUNT    PIC S9(7) COMP VALUE ZERO.               00153001
001540 77  WS-REV-ADD-COUNT    PIC S9(7) COMP VALUE ZERO.               00154001
001550 77  WS-REV-TRM-COUNT    PIC S9(7) COMP VALUE ZERO.               00155001
001560 77  WS-NO-NET-COUNT     PIC S9(7) COMP VALUE ZERO.               00156001
001570 77  WS-CONFLICT-COUNT   PIC S9(7) COMP VALUE ZERO.               00157001
001580 77  WS-UNMATCHED-COUNT  PIC S9(7) COMP VALUE ZERO.               00158001
001590*****************************************************             00159001
001600* NET MOVEMENT THE REVERSALS WILL APPLY TO EMP,       *           00160001
001610* AFTER MINUS BEFORE, FOR THE SIGN-OFF                *           00161001
001620*****************************************************             00162001
001630 77  WS-NET-SALARY       PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00163001
001640 77  WS-NET-BONUS        PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00164001
001650 77  WS-NET-COMM         PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00165001
001660*****************************************************             00166001
001670* EMPLIST TABLE.  THE USED FLAG CATCHES LISTED       *            00167001
001680* EMPNOS THAT HAVE NO IMAGE IN THE RUN               *            00168001
001690*****************************************************             00169001
001700 77  WS-ELS-COUNT        PIC S9(4) COMP VALUE ZERO.               00170001
001710 77  WS-ELS-MAX          PIC S9(4) COMP VALUE  500.               00171001
001720 77  WS-ELS-IX           PIC S9(4) COMP VALUE ZERO.               00172001
001730 01  WS-EMPLIST-TABLE.                                            00173001
001740     05  WS-ELS-ENTRY  OCCURS 500 TIMES.                          00174001
001750         10  WS-ELS-EMPNO        PIC X(6).                        00175001
001760         10  WS-ELS-USED         PIC X(1).                        00176001
001770*****************************************************             00177001
001780* BACKOUT TABLE, ONE ENTRY PER EMPNO IN THE RUN.     *            00178001
001790* THE OLD VALUES COME FROM THE FIRST IMAGE OF THE    *            00179001
001800* RUN (LOWEST SEQUENCE NUMBER), THE NEW VALUES FROM  *            00180001
001810* THE LAST.  THE FORMER-EMPLOYEE RECORD IS ONLY      *            00181001
001820* FILLED FOR AN EMPNO THE RUN TERMINATED             *            00182001
001830*****************************************************             00183001
001840 77  WS-BO-COUNT         PIC S9(7) COMP VALUE ZERO.               00184001
001850 77  WS-BO-LIMIT         PIC S9(7) COMP VALUE  3000.              00185001
001860 77  WS-BO-IX            PIC S9(7) COMP VALUE ZERO.               00186001
001870 77  WS-BO-JX            PIC S9(7) COMP VALUE ZERO.               00187001
001880 77  WS-BO-HIT           PIC S9(7) COMP VALUE ZERO.               00188001
001890 77  WS-SORT-TOP         PIC S9(7) COMP VALUE ZERO.               00189001
001900 77  WS-SWAP-SW          PIC X          VALUE  'N'.               00190001
001910         88  WS-SWAPPED                 VALUE  'Y'.               00191001
001920 01  WS-BACKOUT-TABLE.                                            00192001
001930     05  WS-BO-ENTRY  OCCURS 3000 TIMES.                          00193001
001940         10  WS-BO-EMPNO         PIC X(6).                        00194001
001950         10  WS-BO-FIRST-SEQ     PIC 9(7).                        00195001
001960         10  WS-BO-FIRST-ACTION  PIC X(1).                        00196001
001970         10  WS-BO-EFFDATE       PIC X(10).                       00197001
001980         10  WS-BO-LAST-SEQ      PIC 9(7).                        00198001
001990         10  WS-BO-LAST-ACTION   PIC X(1).                        00199001
002000         10  WS-BO-OLD-SALARY    PIC S9(7)V9(2) USAGE COMP-3.     00200001
002010         10  WS-BO-OLD-BONUS     PIC S9(7)V9(2) USAGE COMP-3.     00201001
002020         10  WS-BO-OLD-COMM      PIC S9(7)V9(2) USAGE COMP-3.     00202001
002030         10  WS-BO-NEW-SALARY    PIC S9(7)V9(2) USAGE COMP-3.     00203001
002040         10  WS-BO-NEW-BONUS     PIC S9(7)V9(2) USAGE COMP-3.     00204001
002050         10  WS-BO-NEW-COMM      PIC S9(7)V9(2) USAGE COMP-3.     00205001
002060         10  WS-BO-IMAGES        PIC S9(4) USAGE COMP.            00206001
002070         10  WS-BO-ADD-SW        PIC X(1).                        00207001
002080         10  WS-BO-TRM-SW        PIC X(1).                        00208001
002090         10  WS-BO-AWARD-ONLY-SW PIC X(1).                        00209001
002100         10  WS-BO-LATER-RUN     PIC X(10).                       00210001
002110         10  WS-BO-FORM-SW       PIC X(1).                        00211001
002120         10  WS-BO-FORM-ROW      PIC X(150).                      00212001
002130 01  WS-SWAP-ENTRY               PIC X(228).                      00213001
002140*****************************************************             00214001
002150* DATE-EDIT WORKAREAS                                 *           00215001
002160*****************************************************             00216001
002170 01  WS-EDIT-DATE.                                                00217001
002180     05  WS-ED-YEAR              PIC X(4).                        00218001
002190     05  WS-ED-SEP1              PIC X(1).                        00219001
002200     05  WS-ED-MONTH             PIC X(2).                        00220001
002210     05  WS-ED-SEP2              PIC X(1).                        00221001
002220     05  WS-ED-DAY               PIC X(2).                        00222001
002230 01  WS-EDIT-DATE-NUM.                                            00223001
002240     05  WS-EDN-YEAR             PIC 9(4).                        00224001
002250     05  WS-EDN-MONTH            PIC 9(2).                        00225001
002260     05  WS-EDN-DAY              PIC 9(2).                        00226001
002270 01  WS-LEAP-QUOTIENT            PIC 9(4)  USAGE COMP.            00227001
002280 01  WS-LEAP-REMAINDER           PIC 9(4)  USAGE COMP.            00228001
002290 01  WS-MONTH-DAYS-TBL.                                           00229001
002300     05  FILLER  PIC X(24) VALUE '312831303130313130313031'.      00230001
002310 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TBL.                 00231001
002320     05  WS-MONTH-DAYS  OCCURS 12 TIMES  PIC 9(2).                00232001
002330*****************************************************             00233001
002340* SYSTEM DATE WORKAREAS                              *            00234001
002350*****************************************************             00235001
002360 01  WS-RUN-DATE.                                                 00236001
002370     05  WS-RUN-YEAR             PIC 9(4).                        00237001
002380     05  WS-RUN-MONTH            PIC 9(2).                        00238001
002390     05  WS-RUN-DAY              PIC 9(2).                        00239001
002400 01  WS-RUN-DATE-ISO.                                             00240001
002410     05  WS-RDI-YEAR             PIC 9(4).                        00241001
002420     05  FILLER                  PIC X(1)  VALUE '-'.             00242001
002430     05  WS-RDI-MONTH            PIC 9(2).                        00243001
002440     05  FILLER                  PIC X(1)  VALUE '-'.             00244001
002450     05  WS-RDI-DAY              PIC 9(2).                        00245001
002460*****************************************************             00246001
002470* HOST VARIABLES FOR THE CURRENT EMP ROW             *            00247001
002480*****************************************************             00248001
002490 01  WS-CHECK-EMPNO          PIC X(6).                            00249001
002500 01  WS-CUR-SALARY           PIC S9(7)V9(2) USAGE COMP-3.         00250001
002510 01  WS-CUR-BONUS            PIC S9(7)V9(2) USAGE COMP-3.         00251001
002520 01  WS-CUR-COMM             PIC S9(7)V9(2) USAGE COMP-3.         00252001
002530 01  WS-CUR-IND.                                                  00253001
002540     05  WS-IND-CUR-SALARY   PIC S9(4) USAGE COMP.                00254001
002550     05  WS-IND-CUR-BONUS    PIC S9(4) USAGE COMP.                00255001
002560     05  WS-IND-CUR-COMM     PIC S9(4) USAGE COMP.                00256001
002570*****************************************************             00257001
002580* VALUES AFTER THE REVERSAL POSTS                    *            00258001
002590*****************************************************             00259001
002600 01  WS-AFT-SALARY           PIC S9(7)V9(2) USAGE COMP-3.         00260001
002610 01  WS-AFT-BONUS            PIC S9(7)V9(2) USAGE COMP-3.         00261001
002620 01  WS-AFT-COMM             PIC S9(7)V9(2) USAGE COMP-3.         00262001
002630 01  WS-EDLEVEL-NUM          PIC 9(2).                            00263001
002640*****************************************************             00264001
002650* REVERSING TRANSACTION WORK RECORD                  *            00265001
002660*****************************************************             00266001
002670     COPY TRANSREC.                                               00267001
002680*****************************************************             00268001
002690* FORMER-EMPLOYEE ROW OF THE EMPNO BEING RE-ADDED,   *            00269001
002700* FORMREC LAYOUT                                     *            00270001
002710*****************************************************             00271001
002720     COPY FORMREC.                                                00272001
002730*****************************************************             00273001
002740*  PRINT-LINE LAYOUTS FOR RPT-FILE AND CONF-RPT-FILE *            00274001
002750*****************************************************             00275001
002760 01  WS-PRINT-LINE.                                               00276001
002770     05  WS-PL-HEADING.                                           00277001
002780         10  WS-PLH-BANNER        PIC X(80).                      00278001
002790         10  FILLER               PIC X(52).                      00279001
002800     05  WS-PL-DETAIL REDEFINES WS-PL-HEADING.                    00280001
002810         10  WS-PLD-EMPNO         PIC X(6).                       00281001
002820         10  FILLER               PIC X(1).                       00282001
002830         10  WS-PLD-RUN-ACTION    PIC X(1).                       00283001
002840         10  FILLER               PIC X(1).                       00284001
002850         10  WS-PLD-REV-ACTION    PIC X(1).                       00285001
002860         10  FILLER               PIC X(1).                       00286001
002870         10  WS-PLD-EFFDATE       PIC X(10).                      00287001
002880         10  FILLER               PIC X(1).                       00288001
002890         10  WS-PLD-BEF-SALARY    PIC Z,ZZZ,ZZ9.99.               00289001
002900         10  FILLER               PIC X(1).                       00290001
002910         10  WS-PLD-BEF-BONUS     PIC Z,ZZZ,ZZ9.99.               00291001
002920         10  FILLER               PIC X(1).                       00292001
002930         10  WS-PLD-BEF-COMM      PIC Z,ZZZ,ZZ9.99.               00293001
002940         10  FILLER               PIC X(1).                       00294001
002950         10  WS-PLD-AFT-SALARY    PIC Z,ZZZ,ZZ9.99.               00295001
002960         10  FILLER               PIC X(1).                       00296001
002970         10  WS-PLD-AFT-BONUS     PIC Z,ZZZ,ZZ9.99.               00297001
002980         10  FILLER               PIC X(1).                       00298001
002990         10  WS-PLD-AFT-COMM      PIC Z,ZZZ,ZZ9.99.               00299001
003000         10  FILLER               PIC X(1).                       00300001
003010         10  WS-PLD-NOTE          PIC X(16).                      00301001
003020         10  FILLER               PIC X(16).                      00302001
003030     05  WS-PL-CONFLICT REDEFINES WS-PL-HEADING.                  00303001
003040         10  WS-PLC-EMPNO         PIC X(6).                       00304001
003050         10  FILLER               PIC X(1).                       00305001
003060         10  WS-PLC-RUN-ACTION    PIC X(1).                       00306001
003070         10  FILLER               PIC X(1).                       00307001
003080         10  WS-PLC-EFFDATE       PIC X(10).                      00308001
003090         10  FILLER               PIC X(1).                       00309001
003100         10  WS-PLC-IMAGES        PIC ZZ9.                        00310001
003110         10  FILLER               PIC X(1).                       00311001
003120         10  WS-PLC-REASON        PIC X(4).                       00312001
003130         10  FILLER               PIC X(1).                       00313001
003140         10  WS-PLC-TEXT          PIC X(30).                      00314001
003150         10  FILLER               PIC X(1).                       00315001
003160         10  WS-PLC-LATER-RUN     PIC X(10).                      00316001
003170         10  FILLER               PIC X(62).                      00317001
003180     05  WS-PL-TRAILER REDEFINES WS-PL-HEADING.                   00318001
003190         10  WS-PLT-LABEL         PIC X(34).                      00319001
003200         10  WS-PLT-COUNT         PIC ZZZ,ZZ9.                    00320001
003210         10  FILLER               PIC X(91).                      00321001
003220     05  WS-PL-MONEY REDEFINES WS-PL-HEADING.                     00322001
003230         10  WS-PLM-LABEL         PIC X(34).                      00323001
003240         10  WS-PLM-AMOUNT        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.      00324001
003250         10  FILLER               PIC X(77).                      00325001
003260********************************************                      00326001
003270*  SQL COMMUNICATION AREA                  *                      00327001
003280********************************************                      00328001
003290     EXEC SQL                                                     00329001
003300       INCLUDE SQLCA                                              00330001
003310     END-EXEC.                                                    00331001
003320 PROCEDURE DIVISION.                                              00332001
003330 MAIN-PARA.                                                       00333001
003340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00334001
003350     MOVE WS-RUN-YEAR  TO WS-RDI-YEAR.                            00335001
003360     MOVE WS-RUN-MONTH TO WS-RDI-MONTH.                           00336001
003370     MOVE WS-RUN-DAY   TO WS-RDI-DAY.                             00337001
003380     PERFORM GET-PARM-PARA.                                       00338001
003390     PERFORM LOAD-EMPLIST-PARA.                                   00339001
003400     PERFORM LOAD-AUDIT-PARA.                                     00340001
003410     PERFORM SCAN-LATER-PARA.                                     00341001
003420     PERFORM LOAD-FORM-PARA.                                      00342001
003430     PERFORM SORT-TABLE-PARA.                                     00343001
003440     OPEN OUTPUT TRANS-OUT-FILE.                                  00344001
003450     OPEN OUTPUT RPT-FILE.                                        00345001
003460     OPEN OUTPUT CONF-RPT-FILE.                                   00346001
003470     PERFORM HEADING-PARA.                                        00347001
003480     PERFORM CONF-HEADING-PARA.                                   00348001
003490     PERFORM PROCESS-ENTRY-PARA                                   00349001
003500             VARYING WS-BO-IX FROM 1 BY 1                         00350001
003510             UNTIL WS-BO-IX > WS-BO-COUNT.                        00351001
003520     PERFORM UNMATCHED-LIST-PARA                                  00352001
003530             VARYING WS-ELS-IX FROM 1 BY 1                        00353001
003540             UNTIL WS-ELS-IX > WS-ELS-COUNT.                      00354001
003550     PERFORM TRAILER-PARA.                                        00355001
003560     PERFORM CONF-TRAILER-PARA.                                   00356001
003570     CLOSE TRANS-OUT-FILE.                                        00357001
003580     CLOSE RPT-FILE.                                              00358001
003590     CLOSE CONF-RPT-FILE.                                         00359001
003600     DISPLAY 'RUN BACKED OUT          : ' WS-BACKOUT-DATE         00360001
003610     DISPLAY 'AUDIT IMAGES IN THE RUN : ' WS-RUN-IMAGE-COUNT      00361001
003620     DISPLAY 'REVERSALS WRITTEN       : ' WS-REV-COUNT            00362001
003630     DISPLAY 'CONFLICTS LISTED        : ' WS-CONFLICT-COUNT       00363001
003640     IF SQL-ERROR-OCCURRED                                        00364001
003650        MOVE 8 TO RETURN-CODE                                     00365001
003660     ELSE                                                         00366001
003670        IF WS-CONFLICT-COUNT > ZERO                               00367001
003680           MOVE 4 TO RETURN-CODE                                  00368001
003690        ELSE                                                      00369001
003700           MOVE 0 TO RETURN-CODE                                  00370001
003710        END-IF                                                    00371001
003720     END-IF                                                       00372001
003730     STOP RUN.                                                    00373001
003740*****************************************************             00374001
003750* THE RUN DATE IS MANDATORY : A BACKOUT AGAINST A    *            00375001
003760* GUESSED DEFAULT DATE WOULD REVERSE THE WRONG RUN   *            00376001
003770*****************************************************             00377001
003780 GET-PARM-PARA.                                                   00378001
003790     OPEN INPUT PARM-FILE                                         00379001
003800     READ PARM-FILE                                               00380001
003810         AT END                                                   00381001
003820           MOVE SPACES TO WS-BACKOUT-DATE                         00382001
003830         NOT AT END                                               00383001
003840           MOVE PARM-RUN-DATE TO WS-BACKOUT-DATE                  00384001
003850     END-READ                                                     00385001
003860     CLOSE PARM-FILE                                              00386001
003870     MOVE WS-BACKOUT-DATE TO WS-EDIT-DATE                         00387001
003880     PERFORM VALIDATE-DATE-PARA                                   00388001
003890     IF NOT WS-DATE-VALID                                         00389001
003900        DISPLAY 'PARMIN RUN DATE MISSING OR INVALID : '           00390001
003910                WS-BACKOUT-DATE                                   00391001
003920        DISPLAY 'NO BACKOUT GENERATED'                            00392001
003930        MOVE 8 TO RETURN-CODE                                     00393001
003940        STOP RUN                                                  00394001
003950     END-IF                                                       00395001
003960     DISPLAY 'BACKING OUT POSTING RUN OF : ' WS-BACKOUT-DATE.     00396001
003970 LOAD-EMPLIST-PARA.                                               00397001
003980     OPEN INPUT EMPLIST-FILE                                      00398001
003990     PERFORM READ-EMPLIST-PARA                                    00399001
004000     PERFORM STORE-EMPLIST-PARA                                   00400001
004010             UNTIL WS-LIST-EOF                                    00401001
004020     CLOSE EMPLIST-FILE                                           00402001
004030     IF WS-ELS-COUNT = ZERO                                       00403001
004040        DISPLAY 'NO EMPLIST CARDS, WHOLE RUN BACKED OUT'          00404001
004050     ELSE                                                         00405001
004060        DISPLAY 'EMPLIST EMPNOS LOADED : ' WS-ELS-COUNT           00406001
004070     END-IF.                                                      00407001
004080 READ-EMPLIST-PARA.                                               00408001
004090     READ EMPLIST-FILE                                            00409001
004100         AT END                                                   00410001
004110           SET WS-LIST-EOF TO TRUE                                00411001
004120         NOT AT END                                               00412001
004130           CONTINUE                                               00413001
004140     END-READ.                                                    00414001
004150 STORE-EMPLIST-PARA.                                              00415001
004160     IF ELS-EMPNO NOT = SPACES                                    00416001
004170        IF WS-ELS-COUNT < WS-ELS-MAX                              00417001
004180           ADD 1 TO WS-ELS-COUNT                                  00418001
004190           MOVE ELS-EMPNO TO WS-ELS-EMPNO (WS-ELS-COUNT)          00419001
004200           MOVE 'N'       TO WS-ELS-USED (WS-ELS-COUNT)           00420001
004210        ELSE                                                      00421001
004220           DISPLAY 'EMPLIST TABLE FULL, CARD DROPPED : '          00422001
004230                   ELS-EMPNO                                      00423001
004240        END-IF                                                    00424001
004250     END-IF                                                       00425001
004260     PERFORM READ-EMPLIST-PARA.                                   00426001
004270*****************************************************             00427001
004280* FIRST PASS OF AUDITIN : THE IMAGES OF THE RUN      *            00428001
004290* BEING BACKED OUT, NETTED PER EMPNO                 *            00429001
004300*****************************************************             00430001
004310 LOAD-AUDIT-PARA.                                                 00431001
004320     OPEN INPUT AUDIT-FILE                                        00432001
004330     PERFORM READ-AUDIT-PARA                                      00433001
004340     PERFORM STORE-AUDIT-PARA                                     00434001
004350             UNTIL NOMORE-INPUT                                   00435001
004360     CLOSE AUDIT-FILE                                             00436001
004370     DISPLAY 'AUDIT IMAGES READ       : ' WS-AUDIT-IN-COUNT       00437001
004380     IF WS-BO-COUNT = ZERO                                        00438001
004390        DISPLAY 'NO AUDIT IMAGES FOUND FOR RUN : '                00439001
004400                WS-BACKOUT-DATE                                   00440001
004410     END-IF.                                                      00441001
004420 READ-AUDIT-PARA.                                                 00442001
004430     READ AUDIT-FILE                                              00443001
004440         AT END                                                   00444001
004450           SET NOMORE-INPUT TO TRUE                               00445001
004460         NOT AT END                                               00446001
004470           ADD 1 TO WS-AUDIT-IN-COUNT                             00447001
004480     END-READ.                                                    00448001
004490 STORE-AUDIT-PARA.                                                00449001
004500     IF AUD-RUN-DATE = WS-BACKOUT-DATE                            00450001
004510        PERFORM CHECK-LISTED-PARA                                 00451001
004520        IF WS-LISTED                                              00452001
004530           ADD 1 TO WS-RUN-IMAGE-COUNT                            00453001
004540           PERFORM FIND-ENTRY-PARA                                00454001
004550           IF WS-BO-HIT > ZERO                                    00455001
004560              PERFORM MERGE-IMAGE-PARA                            00456001
004570           ELSE                                                   00457001
004580              PERFORM NEW-ENTRY-PARA                              00458001
004590           END-IF                                                 00459001
004600        ELSE                                                      00460001
004610           ADD 1 TO WS-NOT-LISTED-COUNT                           00461001
004620        END-IF                                                    00462001
004630     END-IF                                                       00463001
004640     PERFORM READ-AUDIT-PARA.                                     00464001
004650 CHECK-LISTED-PARA.                                               00465001
004660     IF WS-ELS-COUNT = ZERO                                       00466001
004670        SET WS-LISTED TO TRUE                                     00467001
004680     ELSE                                                         00468001
004690        MOVE 'N' TO WS-LISTED-SW                                  00469001
004700        PERFORM SCAN-LIST-PARA                                    00470001
004710                VARYING WS-ELS-IX FROM 1 BY 1                     00471001
004720                UNTIL WS-ELS-IX > WS-ELS-COUNT                    00472001
004730                   OR WS-LISTED                                   00473001
004740     END-IF.                                                      00474001
004750 SCAN-LIST-PARA.                                                  00475001
004760     IF WS-ELS-EMPNO (WS-ELS-IX) = AUD-EMPNO                      00476001
004770        SET WS-LISTED TO TRUE                                     00477001
004780        MOVE 'Y' TO WS-ELS-USED (WS-ELS-IX)                       00478001
004790     END-IF.                                                      00479001
004800 FIND-ENTRY-PARA.                                                 00480001
004810     MOVE ZERO TO WS-BO-HIT                                       00481001
004820     PERFORM SCAN-ENTRY-PARA                                      00482001
004830             VARYING WS-BO-JX FROM 1 BY 1                         00483001
004840             UNTIL WS-BO-JX > WS-BO-COUNT                         00484001
004850                OR WS-BO-HIT > ZERO.                              00485001
004860 SCAN-ENTRY-PARA.                                                 00486001
004870     IF WS-BO-EMPNO (WS-BO-JX) = AUD-EMPNO                        00487001
004880        MOVE WS-BO-JX TO WS-BO-HIT                                00488001
004890     END-IF.                                                      00489001
004900 NEW-ENTRY-PARA.                                                  00490001
004910     IF WS-BO-COUNT < WS-BO-LIMIT                                 00491001
004920        ADD 1 TO WS-BO-COUNT                                      00492001
004930        MOVE WS-BO-COUNT     TO WS-BO-HIT                         00493001
004940        MOVE AUD-EMPNO       TO WS-BO-EMPNO (WS-BO-HIT)           00494001
004950        MOVE AUD-SEQ-NO      TO WS-BO-FIRST-SEQ (WS-BO-HIT)       00495001
004960        MOVE AUD-ACTION      TO WS-BO-FIRST-ACTION (WS-BO-HIT)    00496001
004970        MOVE AUD-EFFDATE     TO WS-BO-EFFDATE (WS-BO-HIT)         00497001
004980        MOVE AUD-OLD-SALARY  TO WS-BO-OLD-SALARY (WS-BO-HIT)      00498001
004990        MOVE AUD-OLD-BONUS   TO WS-BO-OLD-BONUS (WS-BO-HIT)       00499001
005000        MOVE AUD-OLD-COMM    TO WS-BO-OLD-COMM (WS-BO-HIT)        00500001
005010        MOVE AUD-SEQ-NO      TO WS-BO-LAST-SEQ (WS-BO-HIT)        00501001
005020        MOVE AUD-ACTION      TO WS-BO-LAST-ACTION (WS-BO-HIT)     00502001
005030        MOVE AUD-NEW-SALARY  TO WS-BO-NEW-SALARY (WS-BO-HIT)      00503001
005040        MOVE AUD-NEW-BONUS   TO WS-BO-NEW-BONUS (WS-BO-HIT)       00504001
005050        MOVE AUD-NEW-COMM    TO WS-BO-NEW-COMM (WS-BO-HIT)        00505001
005060        MOVE 1               TO WS-BO-IMAGES (WS-BO-HIT)          00506001
005070        MOVE 'N'             TO WS-BO-ADD-SW (WS-BO-HIT)          00507001
005080        MOVE 'N'             TO WS-BO-TRM-SW (WS-BO-HIT)          00508001
005090        MOVE 'Y'             TO WS-BO-AWARD-ONLY-SW (WS-BO-HIT)   00509001
005100        MOVE SPACES          TO WS-BO-LATER-RUN (WS-BO-HIT)       00510001
005110        MOVE 'N'             TO WS-BO-FORM-SW (WS-BO-HIT)         00511001
005120        MOVE SPACES          TO WS-BO-FORM-ROW (WS-BO-HIT)        00512001
005130        PERFORM FLAG-ACTION-PARA                                  00513001
005140     ELSE                                                         00514001
005150        DISPLAY 'BACKOUT TABLE FULL, IMAGE DROPPED : '            00515001
005160                AUD-EMPNO                                         00516001
005170        SET SQL-ERROR-OCCURRED TO TRUE                            00517001
005180     END-IF.                                                      00518001
005190*****************************************************             00519001
005200* A FURTHER IMAGE FOR AN EMPNO ALREADY IN THE TABLE. *            00520001
005210* AUDITOUT IS IN POSTING ORDER BUT THE HISTORY       *            00521001
005220* MASTER NEED NOT BE, SO THE SEQUENCE NUMBER DECIDES *            00522001
005230* WHICH IMAGE IS FIRST AND WHICH IS LAST             *            00523001
005240*****************************************************             00524001
005250 MERGE-IMAGE-PARA.                                                00525001
005260     ADD 1 TO WS-BO-IMAGES (WS-BO-HIT)                            00526001
005270     IF AUD-SEQ-NO < WS-BO-FIRST-SEQ (WS-BO-HIT)                  00527001
005280        MOVE AUD-SEQ-NO      TO WS-BO-FIRST-SEQ (WS-BO-HIT)       00528001
005290        MOVE AUD-ACTION      TO WS-BO-FIRST-ACTION (WS-BO-HIT)    00529001
005300        MOVE AUD-EFFDATE     TO WS-BO-EFFDATE (WS-BO-HIT)         00530001
005310        MOVE AUD-OLD-SALARY  TO WS-BO-OLD-SALARY (WS-BO-HIT)      00531001
005320        MOVE AUD-OLD-BONUS   TO WS-BO-OLD-BONUS (WS-BO-HIT)       00532001
005330        MOVE AUD-OLD-COMM    TO WS-BO-OLD-COMM (WS-BO-HIT)        00533001
005340     END-IF                                                       00534001
005350     IF AUD-SEQ-NO > WS-BO-LAST-SEQ (WS-BO-HIT)                   00535001
005360        MOVE AUD-SEQ-NO      TO WS-BO-LAST-SEQ (WS-BO-HIT)        00536001
005370        MOVE AUD-ACTION      TO WS-BO-LAST-ACTION (WS-BO-HIT)     00537001
005380        MOVE AUD-NEW-SALARY  TO WS-BO-NEW-SALARY (WS-BO-HIT)      00538001
005390        MOVE AUD-NEW-BONUS   TO WS-BO-NEW-BONUS (WS-BO-HIT)       00539001
005400        MOVE AUD-NEW-COMM    TO WS-BO-NEW-COMM (WS-BO-HIT)        00540001
005410     END-IF                                                       00541001
005420     PERFORM FLAG-ACTION-PARA.                                    00542001
005430 FLAG-ACTION-PARA.                                                00543001
005440     EVALUATE AUD-ACTION                                          00544001
005450        WHEN 'A'                                                  00545001
005460           MOVE 'Y' TO WS-BO-ADD-SW (WS-BO-HIT)                   00546001
005470           MOVE 'N' TO WS-BO-AWARD-ONLY-SW (WS-BO-HIT)            00547001
005480        WHEN 'T'                                                  00548001
005490           MOVE 'Y' TO WS-BO-TRM-SW (WS-BO-HIT)                   00549001
005500           MOVE 'N' TO WS-BO-AWARD-ONLY-SW (WS-BO-HIT)            00550001
005510        WHEN 'B'                                                  00551001
005520           CONTINUE                                               00552001
005530        WHEN OTHER                                                00553001
005540           MOVE 'N' TO WS-BO-AWARD-ONLY-SW (WS-BO-HIT)            00554001
005550     END-EVALUATE.                                                00555001
005560*****************************************************             00556001
005570* SECOND PASS OF AUDITIN : ANY IMAGE FROM A LATER    *            00557001
005580* RUN FOR AN EMPNO IN THE TABLE IS A CONFLICT.  THE  *            00558001
005590* LATEST SUCH RUN DATE IS KEPT FOR THE REPORT        *            00559001
005600*****************************************************             00560001
005610 SCAN-LATER-PARA.                                                 00561001
005620     MOVE 'Y' TO INPUT-SWITCH                                     00562001
005630     OPEN INPUT AUDIT-FILE                                        00563001
005640     PERFORM READ-LATER-PARA                                      00564001
005650     PERFORM CHECK-LATER-PARA                                     00565001
005660             UNTIL NOMORE-INPUT                                   00566001
005670     CLOSE AUDIT-FILE                                             00567001
005680     DISPLAY 'LATER-RUN IMAGES FOUND  : ' WS-LATER-COUNT.         00568001
005690 READ-LATER-PARA.                                                 00569001
005700     READ AUDIT-FILE                                              00570001
005710         AT END                                                   00571001
005720           SET NOMORE-INPUT TO TRUE                               00572001
005730         NOT AT END                                               00573001
005740           CONTINUE                                               00574001
005750     END-READ.                                                    00575001
005760 CHECK-LATER-PARA.                                                00576001
005770     IF AUD-RUN-DATE > WS-BACKOUT-DATE                            00577001
005780        PERFORM FIND-ENTRY-PARA                                   00578001
005790        IF WS-BO-HIT > ZERO                                       00579001
005800           ADD 1 TO WS-LATER-COUNT                                00580001
005810           IF AUD-RUN-DATE > WS-BO-LATER-RUN (WS-BO-HIT)          00581001
005820              MOVE AUD-RUN-DATE TO WS-BO-LATER-RUN (WS-BO-HIT)    00582001
005830           END-IF                                                 00583001
005840        END-IF                                                    00584001
005850     END-IF                                                       00585001
005860     PERFORM READ-LATER-PARA.                                     00586001
005870*****************************************************             00587001
005880* PICK UP THE FORMER-EMPLOYEE RECORD THE RUN WROTE   *            00588001
005890* FOR EVERY EMPNO IT TERMINATED, FOR ITS RE-ADD.     *            00589001
005900* THE MASTER IS NEVER PURGED, SO ANY PAST RUN CAN    *            00590001
005910* BE BACKED OUT                                      *            00591001
005920*****************************************************             00592001
005930 LOAD-FORM-PARA.                                                  00593001
005940     OPEN INPUT FORM-FILE                                         00594001
005950     PERFORM READ-FORM-PARA                                       00595001
005960     PERFORM MATCH-FORM-PARA                                      00596001
005970             UNTIL WS-FORM-EOF                                    00597001
005980     CLOSE FORM-FILE.                                             00598001
005990 READ-FORM-PARA.                                                  00599001
006000     READ FORM-FILE                                               00600001
006010         AT END                                                   00601001
006020           SET WS-FORM-EOF TO TRUE                                00602001
006030         NOT AT END                                               00603001
006040           CONTINUE                                               00604001
006050     END-READ.                                                    00605001
006060 MATCH-FORM-PARA.                                                 00606001
006070     MOVE ZERO TO WS-BO-HIT                                       00607001
006080     IF FIN-TERM-RUN-DATE = WS-BACKOUT-DATE                       00608001
006090        PERFORM SCAN-FORM-PARA                                    00609001
006100                VARYING WS-BO-JX FROM 1 BY 1                      00610001
006110                UNTIL WS-BO-JX > WS-BO-COUNT                      00611001
006120                   OR WS-BO-HIT > ZERO                            00612001
006130     END-IF                                                       00613001
006140     IF WS-BO-HIT > ZERO                                          00614001
006150        MOVE 'Y'           TO WS-BO-FORM-SW (WS-BO-HIT)           00615001
006160        MOVE FORM-IN-RECORD TO WS-BO-FORM-ROW (WS-BO-HIT)         00616001
006170     END-IF                                                       00617001
006180     PERFORM READ-FORM-PARA.                                      00618001
006190 SCAN-FORM-PARA.                                                  00619001
006200     IF WS-BO-EMPNO (WS-BO-JX) = FIN-EMPNO                        00620001
006210        AND WS-BO-TRM-SW (WS-BO-JX) = 'Y'                         00621001
006220        MOVE WS-BO-JX TO WS-BO-HIT                                00622001
006230     END-IF.                                                      00623001
006240*****************************************************             00624001
006250* EXCHANGE SORT BY EMPNO SO THE PREVIEW, THE         *            00625001
006260* CONFLICT REPORT AND TRANSOUT ARE IN EMPNO ORDER    *            00626001
006270*****************************************************             00627001
006280 SORT-TABLE-PARA.                                                 00628001
006290     COMPUTE WS-SORT-TOP = WS-BO-COUNT - 1                        00629001
006300     SET WS-SWAPPED TO TRUE                                       00630001
006310     PERFORM SORT-PASS-PARA                                       00631001
006320             UNTIL NOT WS-SWAPPED                                 00632001
006330                OR WS-SORT-TOP < 1.                               00633001
006340 SORT-PASS-PARA.                                                  00634001
006350     MOVE 'N' TO WS-SWAP-SW                                       00635001
006360     PERFORM SORT-COMPARE-PARA                                    00636001
006370             VARYING WS-BO-IX FROM 1 BY 1                         00637001
006380             UNTIL WS-BO-IX > WS-SORT-TOP                         00638001
006390     SUBTRACT 1 FROM WS-SORT-TOP.                                 00639001
006400 SORT-COMPARE-PARA.                                               00640001
006410     COMPUTE WS-BO-JX = WS-BO-IX + 1                              00641001
006420     IF WS-BO-EMPNO (WS-BO-IX) > WS-BO-EMPNO (WS-BO-JX)           00642001
006430        MOVE WS-BO-ENTRY (WS-BO-IX) TO WS-SWAP-ENTRY              00643001
006440        MOVE WS-BO-ENTRY (WS-BO-JX)                               00644001
006450          TO WS-BO-ENTRY (WS-BO-IX)                               00645001
006460        MOVE WS-SWAP-ENTRY TO WS-BO-ENTRY (WS-BO-JX)              00646001
006470        SET WS-SWAPPED TO TRUE                                    00647001
006480     END-IF.                                                      00648001
006490 PROCESS-ENTRY-PARA.                                              00649001
006500     MOVE SPACES TO WS-CONF-REASON                                00650001
006510     MOVE ZERO   TO WS-CUR-SALARY                                 00651001
006520     MOVE ZERO   TO WS-CUR-BONUS                                  00652001
006530     MOVE ZERO   TO WS-CUR-COMM                                   00653001
006540     PERFORM NET-ACTION-PARA                                      00654001
006550     IF WS-CONF-REASON = SPACES                                   00655001
006560        AND WS-BO-LATER-RUN (WS-BO-IX) NOT = SPACES               00656001
006570        MOVE 'B001' TO WS-CONF-REASON                             00657001
006580     END-IF                                                       00658001
006590     IF WS-CONF-REASON = SPACES                                   00659001
006600        AND NOT WS-REV-NONE                                       00660001
006610        PERFORM LOOKUP-EMP-PARA                                   00661001
006620     END-IF                                                       00662001
006630     IF WS-CONF-REASON = SPACES                                   00663001
006640        AND WS-REV-READD                                          00664001
006650        AND WS-BO-FORM-SW (WS-BO-IX) NOT = 'Y'                    00665001
006660        MOVE 'B003' TO WS-CONF-REASON                             00666001
006670     END-IF                                                       00667001
006680     IF WS-CONF-REASON = SPACES                                   00668001
006690        AND WS-REV-READD                                          00669001
006700        PERFORM READD-NULL-CHECK-PARA                             00670001
006710     END-IF                                                       00671001
006720     IF WS-CONF-REASON = SPACES                                   00672001
006730        PERFORM AFTER-VALUES-PARA                                 00673001
006740        IF WS-REV-NONE                                            00674001
006750           ADD 1 TO WS-NO-NET-COUNT                               00675001
006760        ELSE                                                      00676001
006770           PERFORM WRITE-REVERSAL-PARA                            00677001
006780        END-IF                                                    00678001
006790        PERFORM PREVIEW-PARA                                      00679001
006800     ELSE                                                         00680001
006810        PERFORM CONFLICT-PARA                                     00681001
006820     END-IF.                                                      00682001
006830*****************************************************             00683001
006840* THE REVERSAL FOR THE RUN'S NET EFFECT ON THE ROW : *            00684001
006850*   ADDED (AND NOT TERMINATED)  - REMOVE IT ('T')    *            00685001
006860*   ADDED AND TERMINATED        - NOTHING TO UNDO    *            00686001
006870*   TERMINATED (AND NOT ADDED)  - RE-ADD IT ('A')    *            00687001
006880*   TERMINATED AND RE-ADDED     - CONFLICT           *            00688001
006890*   AWARDS ONLY                 - 'B'                *            00689001
006900*   ANY OTHER CHANGE            - 'C'                *            00690001
006910*****************************************************             00691001
006920 NET-ACTION-PARA.                                                 00692001
006930     EVALUATE TRUE                                                00693001
006940        WHEN WS-BO-ADD-SW (WS-BO-IX) = 'Y'                        00694001
006950             AND WS-BO-TRM-SW (WS-BO-IX) = 'Y'                    00695001
006960           MOVE 'N' TO WS-REV-ACTION                              00696001
006970           IF WS-BO-FIRST-ACTION (WS-BO-IX) NOT = 'A'             00697001
006980              MOVE 'B004' TO WS-CONF-REASON                       00698001
006990           END-IF                                                 00699001
007000        WHEN WS-BO-ADD-SW (WS-BO-IX) = 'Y'                        00700001
007010           MOVE 'T' TO WS-REV-ACTION                              00701001
007020        WHEN WS-BO-TRM-SW (WS-BO-IX) = 'Y'                        00702001
007030           MOVE 'A' TO WS-REV-ACTION                              00703001
007040        WHEN WS-BO-AWARD-ONLY-SW (WS-BO-IX) = 'Y'                 00704001
007050           MOVE 'B' TO WS-REV-ACTION                              00705001
007060        WHEN OTHER                                                00706001
007070           MOVE 'C' TO WS-REV-ACTION                              00707001
007080     END-EVALUATE.                                                00708001
007090*****************************************************             00709001
007100* THE ROW MUST STILL LOOK EXACTLY AS THE RUN LEFT    *            00710001
007110* IT : GONE AFTER A TERMINATION, OTHERWISE PRESENT   *            00711001
007120* WITH THE LAST AFTER-IMAGE VALUES.  ANYTHING ELSE   *            00712001
007130* MEANS AN UNAUDITED OR UNCONSOLIDATED CHANGE        *            00713001
007140*****************************************************             00714001
007150 LOOKUP-EMP-PARA.                                                 00715001
007160     MOVE WS-BO-EMPNO (WS-BO-IX) TO WS-CHECK-EMPNO                00716001
007170     MOVE 'N'  TO WS-ON-EMP-SW                                    00717001
007180     EXEC SQL                                                     00718001
007190        SELECT SALARY, BONUS, COMM                                00719001
007200          INTO :WS-CUR-SALARY :WS-IND-CUR-SALARY,                 00720001
007210               :WS-CUR-BONUS  :WS-IND-CUR-BONUS,                  00721001
007220               :WS-CUR-COMM   :WS-IND-CUR-COMM                    00722001
007230          FROM EMP                                                00723001
007240         WHERE EMPNO = :WS-CHECK-EMPNO                            00724001
007250     END-EXEC                                                     00725001
007260     EVALUATE TRUE                                                00726001
007270        WHEN SQLCODE = 0                                          00727001
007280           SET WS-ON-EMP TO TRUE                                  00728001
007290           PERFORM CUR-NULL-CHECK-PARA                            00729001
007300        WHEN SQLCODE = 100                                        00730001
007310           CONTINUE                                               00731001
007320        WHEN OTHER                                                00732001
007330           MOVE 'B005' TO WS-CONF-REASON                          00733001
007340           DISPLAY 'DB2 ERROR ON LOOKUP, EMPNO : '                00734001
007350                   WS-CHECK-EMPNO ' SQLCODE : ' SQLCODE           00735001
007360           SET SQL-ERROR-OCCURRED TO TRUE                         00736001
007370     END-EVALUATE                                                 00737001
007380     IF WS-CONF-REASON = SPACES                                   00738001
007390        IF WS-REV-READD                                           00739001
007400           IF WS-ON-EMP                                           00740001
007410              MOVE 'B002' TO WS-CONF-REASON                       00741001
007420           END-IF                                                 00742001
007430        ELSE                                                      00743001
007440           IF NOT WS-ON-EMP                                       00744001
007450              OR WS-CUR-SALARY NOT = WS-BO-NEW-SALARY (WS-BO-IX)  00745001
007460              OR WS-CUR-BONUS  NOT = WS-BO-NEW-BONUS (WS-BO-IX)   00746001
007470              OR WS-CUR-COMM   NOT = WS-BO-NEW-COMM (WS-BO-IX)    00747001
007480              MOVE 'B002' TO WS-CONF-REASON                       00748001
007490           END-IF                                                 00749001
007500        END-IF                                                    00750001
007510     END-IF.                                                      00751001
007520 CUR-NULL-CHECK-PARA.                                             00752001
007530     IF WS-IND-CUR-SALARY < ZERO                                  00753001
007540        MOVE ZERO TO WS-CUR-SALARY                                00754001
007550     END-IF                                                       00755001
007560     IF WS-IND-CUR-BONUS < ZERO                                   00756001
007570        MOVE ZERO TO WS-CUR-BONUS                                 00757001
007580     END-IF                                                       00758001
007590     IF WS-IND-CUR-COMM < ZERO                                    00759001
007600        MOVE ZERO TO WS-CUR-COMM                                  00760001
007610     END-IF.                                                      00761001
007620 AFTER-VALUES-PARA.                                               00762001
007630     IF WS-REV-REMOVE OR WS-REV-NONE                              00763001
007640        MOVE ZERO TO WS-AFT-SALARY                                00764001
007650        MOVE ZERO TO WS-AFT-BONUS                                 00765001
007660        MOVE ZERO TO WS-AFT-COMM                                  00766001
007670     ELSE                                                         00767001
007680        MOVE WS-BO-OLD-SALARY (WS-BO-IX) TO WS-AFT-SALARY         00768001
007690        MOVE WS-BO-OLD-BONUS (WS-BO-IX)  TO WS-AFT-BONUS          00769001
007700        MOVE WS-BO-OLD-COMM (WS-BO-IX)   TO WS-AFT-COMM           00770001
007710     END-IF                                                       00771001
007720     IF NOT WS-REV-NONE                                           00772001
007730        COMPUTE WS-NET-SALARY = WS-NET-SALARY                     00773001
007740                + WS-AFT-SALARY - WS-CUR-SALARY                   00774001
007750        COMPUTE WS-NET-BONUS  = WS-NET-BONUS                      00775001
007760                + WS-AFT-BONUS - WS-CUR-BONUS                     00776001
007770        COMPUTE WS-NET-COMM   = WS-NET-COMM                       00777001
007780                + WS-AFT-COMM - WS-CUR-COMM                       00778001
007790     END-IF.                                                      00779001
007800*****************************************************             00780001
007810* THE REVERSAL CARRIES THE EFFECTIVE DATE OF THE     *            00781001
007820* FIRST IMAGE IT UNDOES, SO IT POSTS ON THE NEXT RUN *            00782001
007830* RATHER THAN BEING HELD AS FUTURE-DATED             *            00783001
007840*****************************************************             00784001
007850 WRITE-REVERSAL-PARA.                                             00785001
007860     MOVE SPACES                      TO TRANS-RECORD             00786001
007870     MOVE WS-BO-EMPNO (WS-BO-IX)      TO TRANS-EMPNO              00787001
007880     MOVE WS-AFT-SALARY               TO TRANS-SALARY             00788001
007890     MOVE WS-AFT-BONUS                TO TRANS-BONUS              00789001
007900     MOVE WS-AFT-COMM                 TO TRANS-COMM               00790001
007910     MOVE WS-BO-EFFDATE (WS-BO-IX)    TO TRANS-EFFDATE            00791001
007920     MOVE WS-REV-ACTION               TO TRANS-ACTION             00792001
007930     IF WS-REV-READD                                              00793001
007940        PERFORM BUILD-READD-PARA                                  00794001
007950        ADD 1 TO WS-REV-ADD-COUNT                                 00795001
007960     ELSE                                                         00796001
007970        IF WS-REV-REMOVE                                          00797001
007980           ADD 1 TO WS-REV-TRM-COUNT                              00798001
007990        ELSE                                                      00799001
008000           ADD 1 TO WS-REV-CHG-COUNT                              00800001
008010        END-IF                                                    00801001
008020     END-IF                                                       00802001
008030     MOVE TRANS-RECORD TO TRANS-OUT-RECORD                        00803001
008040     WRITE TRANS-OUT-RECORD                                       00804001
008050     ADD 1 TO WS-REV-COUNT.                                       00805001
008060*****************************************************             00806001
008070* THE POSTING RUN'S HIRE EDIT REJECTS AN ADD WITH NO *            00807001
008080* WORKDEPT, SEX, EDLEVEL, HIREDATE OR BIRTHDATE, SO  *            00808001
008090* A ROW THAT HAD ANY OF THEM NULL IS NOT RE-ADDED    *            00809001
008100*****************************************************             00810001
008110 READD-NULL-CHECK-PARA.                                           00811001
008120     MOVE WS-BO-FORM-ROW (WS-BO-IX) TO FORMER-RECORD              00812001
008130     IF FRM-WORKDEPT-NF  = 'Y'                                    00813001
008140        OR FRM-SEX-NF       = 'Y'                                 00814001
008150        OR FRM-HIREDATE-NF  = 'Y'                                 00815001
008160        OR FRM-BIRTHDATE-NF = 'Y'                                 00816001
008170        OR FRM-EDLEVEL-NF   = 'Y'                                 00817001
008180        MOVE 'B006' TO WS-CONF-REASON                             00818001
008190     END-IF.                                                      00819001
008200 BUILD-READD-PARA.                                                00820001
008210     MOVE WS-BO-FORM-ROW (WS-BO-IX) TO FORMER-RECORD              00821001
008220     MOVE FRM-FIRSTNME  TO TRANS-FIRSTNME                         00822001
008230     MOVE FRM-MIDINIT   TO TRANS-MIDINIT                          00823001
008240     MOVE FRM-LASTNAME  TO TRANS-LASTNAME                         00824001
008250     MOVE FRM-WORKDEPT  TO TRANS-WORKDEPT                         00825001
008260     IF FRM-PHONENO-NF NOT = 'Y'                                  00826001
008270        MOVE FRM-PHONENO   TO TRANS-PHONENO                       00827001
008280     END-IF                                                       00828001
008290     MOVE FRM-HIREDATE  TO TRANS-HIREDATE                         00829001
008300     IF FRM-JOB-NF NOT = 'Y'                                      00830001
008310        MOVE FRM-JOB       TO TRANS-JOB                           00831001
008320     END-IF                                                       00832001
008330     MOVE FRM-EDLEVEL   TO WS-EDLEVEL-NUM                         00833001
008340     MOVE WS-EDLEVEL-NUM TO TRANS-EDLEVEL                         00834001
008350     MOVE FRM-SEX       TO TRANS-SEX                              00835001
008360     MOVE FRM-BIRTHDATE TO TRANS-BIRTHDATE.                       00836001
008370 PREVIEW-PARA.                                                    00837001
008380     MOVE SPACES                        TO WS-PL-DETAIL           00838001
008390     MOVE WS-BO-EMPNO (WS-BO-IX)        TO WS-PLD-EMPNO           00839001
008400     MOVE WS-BO-FIRST-ACTION (WS-BO-IX) TO WS-PLD-RUN-ACTION      00840001
008410     MOVE WS-REV-ACTION                 TO WS-PLD-REV-ACTION      00841001
008420     MOVE WS-BO-EFFDATE (WS-BO-IX)      TO WS-PLD-EFFDATE         00842001
008430     MOVE WS-CUR-SALARY                 TO WS-PLD-BEF-SALARY      00843001
008440     MOVE WS-CUR-BONUS                  TO WS-PLD-BEF-BONUS       00844001
008450     MOVE WS-CUR-COMM                   TO WS-PLD-BEF-COMM        00845001
008460     MOVE WS-AFT-SALARY                 TO WS-PLD-AFT-SALARY      00846001
008470     MOVE WS-AFT-BONUS                  TO WS-PLD-AFT-BONUS       00847001
008480     MOVE WS-AFT-COMM                   TO WS-PLD-AFT-COMM        00848001
008490     EVALUATE TRUE                                                00849001
008500        WHEN WS-REV-NONE                                          00850001
008510           MOVE 'NO NET CHANGE   ' TO WS-PLD-NOTE                 00851001
008520        WHEN WS-REV-READD                                         00852001
008530           MOVE 'ROW RE-ADDED    ' TO WS-PLD-NOTE                 00853001
008540        WHEN WS-REV-REMOVE                                        00854001
008550           MOVE 'ROW REMOVED     ' TO WS-PLD-NOTE                 00855001
008560        WHEN WS-BO-IMAGES (WS-BO-IX) > 1                          00856001
008570           MOVE 'IMAGES NETTED   ' TO WS-PLD-NOTE                 00857001
008580        WHEN OTHER                                                00858001
008590           CONTINUE                                               00859001
008600     END-EVALUATE                                                 00860001
008610     MOVE WS-PRINT-LINE TO RPT-RECORD                             00861001
008620     WRITE RPT-RECORD.                                            00862001
008630 CONFLICT-PARA.                                                   00863001
008640     ADD 1 TO WS-CONFLICT-COUNT                                   00864001
008650     EVALUATE WS-CONF-REASON                                      00865001
008660        WHEN 'B001'                                               00866001
008670           MOVE 'LATER AUDITED CHANGE          ' TO WS-CONF-TEXT  00867001
008680        WHEN 'B002'                                               00868001
008690           MOVE 'EMP ROW CHANGED SINCE THE RUN ' TO WS-CONF-TEXT  00869001
008700        WHEN 'B003'                                               00870001
008710           MOVE 'NO FORMIN RECORD OF THE TERM  ' TO WS-CONF-TEXT  00871001
008720        WHEN 'B004'                                               00872001
008730           MOVE 'TERMINATED AND RE-ADDED IN RUN' TO WS-CONF-TEXT  00873001
008740        WHEN 'B006'                                               00874001
008750           MOVE 'NULL HIRE FIELD ON PRE-RUN ROW' TO WS-CONF-TEXT  00875001
008760        WHEN OTHER                                                00876001
008770           MOVE 'DB2 ERROR ON LOOKUP           ' TO WS-CONF-TEXT  00877001
008780     END-EVALUATE                                                 00878001
008790     MOVE SPACES                        TO WS-PL-CONFLICT         00879001
008800     MOVE WS-BO-EMPNO (WS-BO-IX)        TO WS-PLC-EMPNO           00880001
008810     MOVE WS-BO-FIRST-ACTION (WS-BO-IX) TO WS-PLC-RUN-ACTION      00881001
008820     MOVE WS-BO-EFFDATE (WS-BO-IX)      TO WS-PLC-EFFDATE         00882001
008830     MOVE WS-BO-IMAGES (WS-BO-IX)       TO WS-PLC-IMAGES          00883001
008840     MOVE WS-CONF-REASON                TO WS-PLC-REASON          00884001
008850     MOVE WS-CONF-TEXT                  TO WS-PLC-TEXT            00885001
008860     MOVE WS-BO-LATER-RUN (WS-BO-IX)    TO WS-PLC-LATER-RUN       00886001
008870     MOVE WS-PRINT-LINE TO CONF-RPT-RECORD                        00887001
008880     WRITE CONF-RPT-RECORD                                        00888001
008890     DISPLAY 'NOT BACKED OUT, ' WS-CONF-REASON ' : '              00889001
008900             WS-BO-EMPNO (WS-BO-IX).                              00890001
008910 UNMATCHED-LIST-PARA.                                             00891001
008920     IF WS-ELS-USED (WS-ELS-IX) = 'N'                             00892001
008930        ADD 1 TO WS-UNMATCHED-COUNT                               00893001
008940        DISPLAY 'EMPLIST EMPNO HAS NO IMAGE IN THE RUN : '        00894001
008950                WS-ELS-EMPNO (WS-ELS-IX)                          00895001
008960     END-IF.                                                      00896001
008970*****************************************************             00897001
008980* VALIDATES THE DATE IN WS-EDIT-DATE (YYYY-MM-DD)    *            00898001
008990*****************************************************             00899001
009000 VALIDATE-DATE-PARA.                                              00900001
009010     MOVE 'N' TO WS-DATE-VALID-SW                                 00901001
009020     IF WS-ED-SEP1 = '-' AND WS-ED-SEP2 = '-'                     00902001
009030        AND WS-ED-YEAR NUMERIC                                    00903001
009040        AND WS-ED-MONTH NUMERIC                                   00904001
009050        AND WS-ED-DAY NUMERIC                                     00905001
009060        MOVE WS-ED-YEAR  TO WS-EDN-YEAR                           00906001
009070        MOVE WS-ED-MONTH TO WS-EDN-MONTH                          00907001
009080        MOVE WS-ED-DAY   TO WS-EDN-DAY                            00908001
009090        IF WS-EDN-MONTH > 0 AND WS-EDN-MONTH < 13                 00909001
009100           AND WS-EDN-DAY > 0                                     00910001
009110           IF WS-EDN-DAY NOT > WS-MONTH-DAYS (WS-EDN-MONTH)       00911001
009120              SET WS-DATE-VALID TO TRUE                           00912001
009130           ELSE                                                   00913001
009140              IF WS-EDN-MONTH = 2 AND WS-EDN-DAY = 29             00914001
009150                 PERFORM LEAP-YEAR-PARA                           00915001
009160              END-IF                                              00916001
009170           END-IF                                                 00917001
009180        END-IF                                                    00918001
009190     END-IF.                                                      00919001
009200 LEAP-YEAR-PARA.                                                  00920001
009210     DIVIDE WS-EDN-YEAR BY 4                                      00921001
009220            GIVING WS-LEAP-QUOTIENT                               00922001
009230            REMAINDER WS-LEAP-REMAINDER                           00923001
009240     IF WS-LEAP-REMAINDER = 0                                     00924001
009250        SET WS-DATE-VALID TO TRUE                                 00925001
009260        DIVIDE WS-EDN-YEAR BY 100                                 00926001
009270               GIVING WS-LEAP-QUOTIENT                            00927001
009280               REMAINDER WS-LEAP-REMAINDER                        00928001
009290        IF WS-LEAP-REMAINDER = 0                                  00929001
009300           MOVE 'N' TO WS-DATE-VALID-SW                           00930001
009310           DIVIDE WS-EDN-YEAR BY 400                              00931001
009320                  GIVING WS-LEAP-QUOTIENT                         00932001
009330                  REMAINDER WS-LEAP-REMAINDER                     00933001
009340           IF WS-LEAP-REMAINDER = 0                               00934001
009350              SET WS-DATE-VALID TO TRUE                           00935001
009360           END-IF                                                 00936001
009370        END-IF                                                    00937001
009380     END-IF.                                                      00938001
009390 HEADING-PARA.                                                    00939001
009400     MOVE SPACES TO WS-PL-HEADING                                 00940001
009410     MOVE "*********************************************"         00941001
009420         TO WS-PLH-BANNER                                         00942001
009430     MOVE WS-PRINT-LINE TO RPT-RECORD                             00943001
009440     WRITE RPT-RECORD AFTER ADVANCING PAGE                        00944001
009450     MOVE SPACES TO WS-PL-HEADING                                 00945001
009460     MOVE "       POSTING-RUN BACKOUT PREVIEW           "         00946001
009470         TO WS-PLH-BANNER                                         00947001
009480     MOVE WS-PRINT-LINE TO RPT-RECORD                             00948001
009490     WRITE RPT-RECORD                                             00949001
009500     MOVE SPACES TO WS-PL-HEADING                                 00950001
009510     STRING 'RUN BEING BACKED OUT : ' DELIMITED BY SIZE           00951001
009520            WS-BACKOUT-DATE           DELIMITED BY SIZE           00952001
009530            '   PREPARED : '          DELIMITED BY SIZE           00953001
009540            WS-RUN-DATE-ISO           DELIMITED BY SIZE           00954001
009550            INTO WS-PLH-BANNER                                    00955001
009560     MOVE WS-PRINT-LINE TO RPT-RECORD                             00956001
009570     WRITE RPT-RECORD                                             00957001
009580     MOVE SPACES TO WS-PL-HEADING                                 00958001
009590     MOVE "EMPNO ,R,B,EFFECTIVE ,BEFORE SALARY,BONUS       ,"     00959001
009600         TO WS-PLH-BANNER                                         00960001
009610     MOVE WS-PRINT-LINE TO RPT-RECORD                             00961001
009620     WRITE RPT-RECORD                                             00962001
009630     MOVE SPACES TO WS-PL-HEADING                                 00963001
009640     MOVE "COMM         ,AFTER SALARY ,BONUS       ,COMM        ,"00964001
009650         TO WS-PLH-BANNER                                         00965001
009660     MOVE WS-PRINT-LINE TO RPT-RECORD                             00966001
009670     WRITE RPT-RECORD                                             00967001
009680     MOVE SPACES TO WS-PL-HEADING                                 00968001
009690     MOVE "NOTE  (R : ACTION IN THE RUN, B : BACKOUT ACTION)"     00969001
009700         TO WS-PLH-BANNER                                         00970001
009710     MOVE WS-PRINT-LINE TO RPT-RECORD                             00971001
009720     WRITE RPT-RECORD                                             00972001
009730     MOVE SPACES TO WS-PL-HEADING                                 00973001
009740     MOVE "*********************************************"         00974001
009750         TO WS-PLH-BANNER                                         00975001
009760     MOVE WS-PRINT-LINE TO RPT-RECORD                             00976001
009770     WRITE RPT-RECORD.                                            00977001
009780 CONF-HEADING-PARA.                                               00978001
009790     MOVE SPACES TO WS-PL-HEADING                                 00979001
009800     MOVE "*********************************************"         00980001
009810         TO WS-PLH-BANNER                                         00981001
009820     MOVE WS-PRINT-LINE TO CONF-RPT-RECORD                        00982001
009830     WRITE CONF-RPT-RECORD AFTER ADVANCING PAGE                   00983001
009840     MOVE SPACES TO WS-PL-HEADING                                 00984001
009850     MOVE "       BACKOUT CONFLICTS, NOT BACKED OUT     "         00985001
009860         TO WS-PLH-BANNER                                         00986001
009870     MOVE WS-PRINT-LINE TO CONF-RPT-RECORD                        00987001
009880     WRITE CONF-RPT-RECORD                                        00988001
009890     MOVE SPACES TO WS-PL-HEADING                                 00989001
009900     STRING 'RUN BEING BACKED OUT : ' DELIMITED BY SIZE           00990001
009910            WS-BACKOUT-DATE           DELIMITED BY SIZE           00991001
009920            INTO WS-PLH-BANNER                                    00992001
009930     MOVE WS-PRINT-LINE TO CONF-RPT-RECORD                        00993001
009940     WRITE CONF-RPT-RECORD                                        00994001
009950     MOVE SPACES TO WS-PL-HEADING                                 00995001
009960     MOVE "EMPNO ,R,EFFECTIVE ,IMG,CODE,REASON"                   00996001
009970         TO WS-PLH-BANNER                                         00997001
009980     MOVE WS-PRINT-LINE TO CONF-RPT-RECORD                        00998001
009990     WRITE CONF-RPT-RECORD                                        00999001
010000     MOVE SPACES TO WS-PL-HEADING                                 01000001
010010     MOVE "                                   ,LATER RUN"         01001001
010020         TO WS-PLH-BANNER                                         01002001
010030     MOVE WS-PRINT-LINE TO CONF-RPT-RECORD                        01003001
010040     WRITE CONF-RPT-RECORD                                        01004001
010050     MOVE SPACES TO WS-PL-HEADING                                 01005001
010060     MOVE "*********************************************"         01006001
010070         TO WS-PLH-BANNER                                         01007001
010080     MOVE WS-PRINT-LINE TO CONF-RPT-RECORD                        01008001
010090     WRITE CONF-RPT-RECORD.                                       01009001
010100 TRAILER-PARA.                                                    01010001
010110     MOVE SPACES TO WS-PL-HEADING                                 01011001
010120     MOVE "*********************************************"         01012001
010130         TO WS-PLH-BANNER                                         01013001
010140     MOVE WS-PRINT-LINE TO RPT-RECORD                             01014001
010150     WRITE RPT-RECORD                                             01015001
010160     MOVE SPACES TO WS-PL-TRAILER                                 01016001
010170     MOVE "AUDIT IMAGES IN THE RUN     : "                        01017001
010180         TO WS-PLT-LABEL                                          01018001
010190     MOVE WS-RUN-IMAGE-COUNT TO WS-PLT-COUNT                      01019001
010200     MOVE WS-PRINT-LINE      TO RPT-RECORD                        01020001
010210     WRITE RPT-RECORD                                             01021001
010220     MOVE SPACES TO WS-PL-TRAILER                                 01022001
010230     MOVE "IMAGES NOT ON EMPLIST       : "                        01023001
010240         TO WS-PLT-LABEL                                          01024001
010250     MOVE WS-NOT-LISTED-COUNT TO WS-PLT-COUNT                     01025001
010260     MOVE WS-PRINT-LINE       TO RPT-RECORD                       01026001
010270     WRITE RPT-RECORD                                             01027001
010280     MOVE SPACES TO WS-PL-TRAILER                                 01028001
010290     MOVE "REVERSALS WRITTEN           : "                        01029001
010300         TO WS-PLT-LABEL                                          01030001
010310     MOVE WS-REV-COUNT  TO WS-PLT-COUNT                           01031001
010320     MOVE WS-PRINT-LINE TO RPT-RECORD                             01032001
010330     WRITE RPT-RECORD                                             01033001
010340     MOVE SPACES TO WS-PL-TRAILER                                 01034001
010350     MOVE "  CHANGES AND AWARDS RESTORED: "                       01035001
010360         TO WS-PLT-LABEL                                          01036001
010370     MOVE WS-REV-CHG-COUNT TO WS-PLT-COUNT                        01037001
010380     MOVE WS-PRINT-LINE    TO RPT-RECORD                          01038001
010390     WRITE RPT-RECORD                                             01039001
010400     MOVE SPACES TO WS-PL-TRAILER                                 01040001
010410     MOVE "  TERMINATED ROWS RE-ADDED  : "                        01041001
010420         TO WS-PLT-LABEL                                          01042001
010430     MOVE WS-REV-ADD-COUNT TO WS-PLT-COUNT                        01043001
010440     MOVE WS-PRINT-LINE    TO RPT-RECORD                          01044001
010450     WRITE RPT-RECORD                                             01045001
010460     MOVE SPACES TO WS-PL-TRAILER                                 01046001
010470     MOVE "  ADDED ROWS REMOVED        : "                        01047001
010480         TO WS-PLT-LABEL                                          01048001
010490     MOVE WS-REV-TRM-COUNT TO WS-PLT-COUNT                        01049001
010500     MOVE WS-PRINT-LINE    TO RPT-RECORD                          01050001
010510     WRITE RPT-RECORD                                             01051001
010520     MOVE SPACES TO WS-PL-TRAILER                                 01052001
010530     MOVE "NO NET CHANGE, NOTHING TO DO: "                        01053001
010540         TO WS-PLT-LABEL                                          01054001
010550     MOVE WS-NO-NET-COUNT TO WS-PLT-COUNT                         01055001
010560     MOVE WS-PRINT-LINE   TO RPT-RECORD                           01056001
010570     WRITE RPT-RECORD                                             01057001
010580     MOVE SPACES TO WS-PL-TRAILER                                 01058001
010590     MOVE "CONFLICTS, NOT BACKED OUT   : "                        01059001
010600         TO WS-PLT-LABEL                                          01060001
010610     MOVE WS-CONFLICT-COUNT TO WS-PLT-COUNT                       01061001
010620     MOVE WS-PRINT-LINE     TO RPT-RECORD                         01062001
010630     WRITE RPT-RECORD                                             01063001
010640     MOVE SPACES TO WS-PL-MONEY                                   01064001
010650     MOVE "NET SALARY MOVEMENT         : " TO WS-PLM-LABEL        01065001
010660     MOVE WS-NET-SALARY TO WS-PLM-AMOUNT                          01066001
010670     MOVE WS-PRINT-LINE TO RPT-RECORD                             01067001
010680     WRITE RPT-RECORD                                             01068001
010690     MOVE SPACES TO WS-PL-MONEY                                   01069001
010700     MOVE "NET BONUS MOVEMENT          : " TO WS-PLM-LABEL        01070001
010710     MOVE WS-NET-BONUS  TO WS-PLM-AMOUNT                          01071001
010720     MOVE WS-PRINT-LINE TO RPT-RECORD                             01072001
010730     WRITE RPT-RECORD                                             01073001
010740     MOVE SPACES TO WS-PL-MONEY                                   01074001
010750     MOVE "NET COMM MOVEMENT           : " TO WS-PLM-LABEL        01075001
010760     MOVE WS-NET-COMM   TO WS-PLM-AMOUNT                          01076001
010770     MOVE WS-PRINT-LINE TO RPT-RECORD                             01077001
010780     WRITE RPT-RECORD                                             01078001
010790     MOVE SPACES TO WS-PL-HEADING                                 01079001
010800     MOVE WS-PRINT-LINE TO RPT-RECORD                             01080001
010810     WRITE RPT-RECORD                                             01081001
010820     MOVE SPACES TO WS-PL-HEADING                                 01082001
010830     MOVE "PREPARED BY : ____________________  DATE : ________"   01083001
010840         TO WS-PLH-BANNER                                         01084001
010850     MOVE WS-PRINT-LINE TO RPT-RECORD                             01085001
010860     WRITE RPT-RECORD                                             01086001
010870     MOVE SPACES TO WS-PL-HEADING                                 01087001
010880     MOVE WS-PRINT-LINE TO RPT-RECORD                             01088001
010890     WRITE RPT-RECORD                                             01089001
010900     MOVE SPACES TO WS-PL-HEADING                                 01090001
010910     MOVE "APPROVED BY : ____________________  DATE : ________"   01091001
010920         TO WS-PLH-BANNER                                         01092001
010930     MOVE WS-PRINT-LINE TO RPT-RECORD                             01093001
010940     WRITE RPT-RECORD.                                            01094001
010950 CONF-TRAILER-PARA.                                               01095001
010960     MOVE SPACES TO WS-PL-TRAILER                                 01096001
010970     MOVE "CONFLICTS LISTED            : "                        01097001
010980         TO WS-PLT-LABEL                                          01098001
010990     MOVE WS-CONFLICT-COUNT TO WS-PLT-COUNT                       01099001
011000     MOVE WS-PRINT-LINE     TO CONF-RPT-RECORD                    01100001
011010     WRITE CONF-RPT-RECORD                                        01101001
011020     MOVE SPACES TO WS-PL-TRAILER                                 01102001
011030     MOVE "EMPLIST EMPNOS NOT IN THE RUN: "                       01103001
011040         TO WS-PLT-LABEL                                          01104001
011050     MOVE WS-UNMATCHED-COUNT TO WS-PLT-COUNT                      01105001
011060     MOVE WS-PRINT-LINE      TO CONF-RPT-RECORD                   01106001
011070     WRITE CONF-RPT-RECORD.                                       01107001
