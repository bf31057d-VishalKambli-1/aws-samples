000330*REFERENCE FILE ON CHANGES AND ADDS, AND   *                      00033001
000340*PRINTS A BAND-EXCEPTION REPORT (BANDRPT)  *                      00034001
000350*FOR ACCEPTED SALARIES NEAR THE LIMITS     *                      00035001
000360*ON A TERMINATION, SAVES THE FULL EMP ROW  *                      00036001
000370*AS IT STOOD BEFORE THE DELETE, WITH THE   *                      00037001
000380*TERM EFFECTIVE DATE, TO THE FORMER-       *                      00038001
000390*EMPLOYEE MASTER (FORMIN IS LAST NIGHT'S   *                      00039001
000400*GENERATION, FORMOUT TONIGHT'S; DUMMY      *                      00040001
000410*FORMIN ON THE FIRST RUN)                  *                      00041001
000420*ON AN ADD, CHECKS THE FORMER-EMPLOYEE     *                      00042001
000430*MASTER AND LISTS ON THE REHIRE REPORT     *                      00043001
000440*(REHRPT) A REUSED TERMINATED EMPNO OR A   *                      00044001
000450*FORMER EMPLOYEE WITH THE SAME NAME AND    *                      00045001
000460*BIRTHDATE.  THE ADD IS STILL POSTED       *                      00046001
000470*ON AN ADD OR A 'C' CHANGE, CHECKS THE     *                      00047001
000480*DEPARTMENT AGAINST ITS BUDGET CARD FOR    *                      00048001
000490*THE YEAR (BUDGET).  ONE THAT WOULD TAKE   *                      00049001
000500*THE DEPARTMENT OVER ITS BUDGETED          *                      00050001
000510*HEADCOUNT, SALARY OR BONUS+COMM IS HELD   *                      00051001
000520*ON PENDOUT WITH CODE R021 AND RETRIED     *                      00052001
000530*EACH NIGHT UNTIL IT FITS OR FINANCE       *                      00053001
000540*DECIDES IT ON A BUDAPPR CARD : 'A' POSTS  *                      00054001
000550*IT OVER BUDGET, 'X' REJECTS IT (R022).    *                      00055001
000560*EVERY OVER-BUDGET TRANSACTION IS LISTED   *                      00056001
000570*ON THE BUDGET HOLD REPORT (BUDRPT)        *                      00057001
000580*CHECKS THE NIGHTLY CYCLE DATASET (CYCLE)  *                      00058001
000590*AT STARTUP : ENDS WITH RETURN CODE 12     *                      00059001
000600*WHEN A STEP AHEAD OF IT HAS NOT ENDED     *                      00060001
000610*CLEAN IN THIS CYCLE OR A LATER STEP HAS   *                      00061001
000620*STARTED.  RECORDS ITS START, END AND      *                      00062001
000630*RETURN CODE THERE (CYCLEREC)              *                      00063001
000640********************************************                      00064001
000650 ENVIRONMENT DIVISION.                                            00065001
000660 INPUT-OUTPUT SECTION.                                            00066001
000670 FILE-CONTROL.                                                    00067001
000680     SELECT TRANS-FILE  ASSIGN TO TRANSIN.                        00068001
000690     SELECT PEND-IN-FILE  ASSIGN TO PENDIN.                       00069001
000700     SELECT PEND-OUT-FILE ASSIGN TO PENDOUT.                      00070001
000710     SELECT CTL-FILE    ASSIGN TO CTLIN.                          00071001
000720     SELECT JOBRATE-FILE ASSIGN TO JOBRATE.                       00072001
000730     SELECT CHKPT-FILE  ASSIGN TO CHKPT.                          00073001
000740     SELECT TOTALS-FILE ASSIGN TO TOTOUT.                         00074001
000750     SELECT RPT-FILE    ASSIGN TO RPTOUT.                         00075001
000760     SELECT AUDIT-FILE  ASSIGN TO AUDITOUT.                       00076001
000770     SELECT REJECT-FILE ASSIGN TO REJOUT.                         00077001
000780     SELECT BAND-RPT-FILE ASSIGN TO BANDRPT.                      00078001
000790     SELECT FORM-IN-FILE  ASSIGN TO FORMIN.                       00079001
000800     SELECT FORM-OUT-FILE ASSIGN TO FORMOUT.                      00080001
000810     SELECT REHIRE-RPT-FILE ASSIGN TO REHRPT.                     00081001
000820     SELECT BUDGET-FILE   ASSIGN TO BUDGET.                       00082001
000830     SELECT APPROVE-FILE  ASSIGN TO BUDAPPR.                      00083001
000840     SELECT BUDGET-RPT-FILE ASSIGN TO BUDRPT.                     00084001
000850     SELECT CYCLE-FILE  ASSIGN TO CYCLE.                          00085001
000860 DATA DIVISION.                                                   00086001
000870 FILE SECTION.                                                    00087001
000880 FD  TRANS-FILE                                                   00088001
000890     RECORDING MODE F                                             00089001
000900     LABEL RECORDS ARE STANDARD.                                  00090001
000910     COPY TRANSREC.                                               00091001
000920*****************************************************             00092001
000930* PENDING (FUTURE-DATED) TRANSACTIONS, SAME LAYOUT   *            00093001
000940* AS TRANS-RECORD.  PENDIN CARRIES WHAT LAST NIGHT   *            00094001
000950* HELD, PENDOUT CARRIES WHAT TONIGHT IS HOLDING      *            00095001
000960*****************************************************             00096001
000970 FD  PEND-IN-FILE                                                 00097001
000980     RECORDING MODE F                                             00098001
000990     LABEL RECORDS ARE STANDARD.                                  00099001
001000 01  PEND-IN-RECORD              PIC X(160).                      00100001
001010 FD  PEND-OUT-FILE                                                00101001
001020     RECORDING MODE F                                             00102001
001030     LABEL RECORDS ARE STANDARD.                                  00103001
001040 01  PEND-OUT-RECORD             PIC X(160).                      00104001
001050 FD  CTL-FILE                                                     00105001
001060     RECORDING MODE F                                             00106001
001070     LABEL RECORDS ARE STANDARD.                                  00107001
001080 01  CTL-RECORD.                                                  00108001
001090     05  CTL-TOLERANCE-PCT       PIC X(3).                        00109001
001100     05  FILLER                  PIC X(1).                        00110001
001110     05  CTL-RESTART-FLAG        PIC X(1).                        00111001
001120     05  FILLER                  PIC X(75).                       00112001
001130*****************************************************             00113001
001140* CHECKPOINT RECORD, REWRITTEN AT EVERY COMMIT.      *            00114001
001150* RECORDS HOW FAR INTO PENDIN AND TRANSIN THE RUN    *            00115001
001160* GOT AND THE COUNTERS AT THAT POINT, SO A RESTART   *            00116001
001170* CAN SPACE PAST ALREADY-POSTED TRANSACTIONS         *            00117001
001180*****************************************************             00118001
001190 FD  CHKPT-FILE                                                   00119001
001200     RECORDING MODE F                                             00120001
001210     LABEL RECORDS ARE STANDARD.                                  00121001
001220 01  CHKPT-RECORD.                                                00122001
001230     05  CHK-PEND-IN-COUNT       PIC 9(7).                        00123001
001240     05  CHK-TRANS-IN-COUNT      PIC 9(7).                        00124001
001250     05  CHK-ACCEPTED            PIC 9(7).                        00125001
001260     05  CHK-REJECTED            PIC 9(7).                        00126001
001270     05  CHK-PENDING             PIC 9(7).                        00127001
001280     05  CHK-ACC-CHG             PIC 9(7).                        00128001
001290     05  CHK-ACC-ADD             PIC 9(7).                        00129001
001300     05  CHK-ACC-TRM             PIC 9(7).                        00130001
001310     05  CHK-REJ-CHG             PIC 9(7).                        00131001
001320     05  CHK-REJ-ADD             PIC 9(7).                        00132001
001330     05  CHK-REJ-TRM             PIC 9(7).                        00133001
001340     05  CHK-RUN-DATE            PIC X(10).                       00134001
001350     05  CHK-HASH-SALARY         PIC 9(11)V99.                    00135001
001360     05  CHK-HASH-BONUS          PIC 9(11)V99.                    00136001
001370     05  CHK-HASH-COMM           PIC 9(11)V99.                    00137001
001380     05  CHK-NET-SALARY          PIC S9(11)V99.                   00138001
001390     05  CHK-NET-BONUS           PIC S9(11)V99.                   00139001
001400     05  CHK-NET-COMM            PIC S9(11)V99.                   00140001
001410     05  CHK-AUDIT-OUT           PIC 9(7).                        00141001
001420     05  CHK-REJ-OUT             PIC 9(7).                        00142001
001430     05  CHK-PEND-OUT            PIC 9(7).                        00143001
001440     05  CHK-FORM-OUT            PIC 9(7).                        00144001
001450     05  CHK-STATUS              PIC X(1).                        00145001
001460         88  CHK-RUN-COMPLETE    VALUE 'C'.                       00146001
001470     05  FILLER                  PIC X(3).                        00147001
001480*****************************************************             00148001
001490* RUN CONTROL TOTALS FOR THE RECONCILIATION STEP     *            00149001
001500*****************************************************             00150001
001510 FD  TOTALS-FILE                                                  00151001
001520     RECORDING MODE F                                             00152001
001530     LABEL RECORDS ARE STANDARD.                                  00153001
001540     COPY RUNTOT.                                                 00154001
001550 FD  RPT-FILE                                                     00155001
001560     RECORDING MODE F                                             00156001
001570     LABEL RECORDS ARE STANDARD.                                  00157001
001580 01  RPT-RECORD                  PIC X(132).                      00158001
001590 FD  AUDIT-FILE                                                   00159001
001600     RECORDING MODE F                                             00160001
001610     LABEL RECORDS ARE STANDARD.                                  00161001
001620     COPY AUDITREC.                                               00162001
001630*****************************************************             00163001
001640* REJECTED TRANSACTIONS, SAME LAYOUT AS TRANS-RECORD *            00164001
001650* WITH THE REJECT-REASON CODE CARRIED IN THE UNUSED  *            00165001
001660* TRAILING BYTES, SO THE CORRECTED FILE CAN BE FED   *            00166001
001670* STRAIGHT BACK IN AS TRANSIN THE NEXT NIGHT         *            00167001
001680*****************************************************             00168001
001690 FD  REJECT-FILE                                                  00169001
001700     RECORDING MODE F                                             00170001
001710     LABEL RECORDS ARE STANDARD.                                  00171001
001720 01  REJECT-RECORD.                                               00172001
001730     05  REJ-TRANS-IMAGE         PIC X(156).                      00173001
001740     05  REJ-REASON              PIC X(4).                        00174001
001750*****************************************************             00175001
001760* JOB SALARY BAND REFERENCE CARDS, ONE PER JOB      *             00176001
001770* CODE, LOADED AT THE FRONT OF THE RUN.  AMOUNTS    *             00177001
001780* ARE 9(7)V99, SO '010000000' MEANS 100,000.00      *             00178001
001790*****************************************************             00179001
001800 FD  JOBRATE-FILE                                                 00180001
001810     RECORDING MODE F                                             00181001
001820     LABEL RECORDS ARE STANDARD.                                  00182001
001830 01  JOBRATE-RECORD.                                              00183001
001840     05  JRT-JOB                 PIC X(8).                        00184001
001850     05  FILLER                  PIC X(1).                        00185001
001860     05  JRT-MIN-SALARY          PIC 9(7)V99.                     00186001
001870     05  JRT-MIN-SALARY-X REDEFINES JRT-MIN-SALARY                00187001
001880                                 PIC X(9).                        00188001
001890     05  FILLER                  PIC X(1).                        00189001
001900     05  JRT-MAX-SALARY          PIC 9(7)V99.                     00190001
001910     05  JRT-MAX-SALARY-X REDEFINES JRT-MAX-SALARY                00191001
001920                                 PIC X(9).                        00192001
001930     05  FILLER                  PIC X(52).                       00193001
001940 FD  BAND-RPT-FILE                                                00194001
001950     RECORDING MODE F                                             00195001
001960     LABEL RECORDS ARE STANDARD.                                  00196001
001970 01  BAND-RPT-RECORD             PIC X(132).                      00197001
001980*****************************************************             00198001
001990* FORMER-EMPLOYEE MASTER.  FORMIN IS COPIED TO       *            00199001
002000* FORMOUT AT THE FRONT OF THE RUN AND TONIGHT'S      *            00200001
002010* TERMINATIONS ARE ADDED BEHIND IT                   *            00201001
002020*****************************************************             00202001
002030 FD  FORM-IN-FILE                                                 00203001
002040     RECORDING MODE F                                             00204001
002050     LABEL RECORDS ARE STANDARD.                                  00205001
002060 01  FORM-IN-RECORD              PIC X(150).                      00206001
002070 FD  FORM-OUT-FILE                                                00207001
002080     RECORDING MODE F                                             00208001
002090     LABEL RECORDS ARE STANDARD.                                  00209001
002100     COPY FORMREC.                                                00210001
002110 FD  REHIRE-RPT-FILE                                              00211001
002120     RECORDING MODE F                                             00212001
002130     LABEL RECORDS ARE STANDARD.                                  00213001
002140 01  REHIRE-RPT-RECORD           PIC X(132).                      00214001
002150*****************************************************             00215001
002160* DEPARTMENT BUDGET CARDS.  ONLY THE CARDS FOR THE  *             00216001
002170* RUN'S YEAR ARE LOADED; A DEPARTMENT WITHOUT ONE   *             00217001
002180* IS NOT BUDGET-CHECKED                             *             00218001
002190*****************************************************             00219001
002200 FD  BUDGET-FILE                                                  00220001
002210     RECORDING MODE F                                             00221001
002220     LABEL RECORDS ARE STANDARD.                                  00222001
002230     COPY BUDGREC.                                                00223001
002240*****************************************************             00224001
002250* FINANCE DECISIONS ON TRANSACTIONS HELD OVER       *             00225001
002260* BUDGET, ONE CARD PER HELD TRANSACTION, MATCHED ON *             00226001
002270* EMPNO, ACTION AND EFFECTIVE DATE :                *             00227001
002280*   'A'  APPROVED  - POST IT OVER BUDGET            *             00228001
002290*   'X'  CANCELLED - REJECT IT WITH R022            *             00229001
002300* A HELD TRANSACTION WITH NO CARD STAYS HELD        *             00230001
002310*****************************************************             00231001
002320 FD  APPROVE-FILE                                                 00232001
002330     RECORDING MODE F                                             00233001
002340     LABEL RECORDS ARE STANDARD.                                  00234001
002350 01  APPROVE-RECORD.                                              00235001
002360     05  APR-EMPNO               PIC X(6).                        00236001
002370     05  FILLER                  PIC X(1).                        00237001
002380     05  APR-ACTION              PIC X(1).                        00238001
002390     05  FILLER                  PIC X(1).                        00239001
002400     05  APR-EFFDATE             PIC X(10).                       00240001
002410     05  FILLER                  PIC X(1).                        00241001
002420     05  APR-DECISION            PIC X(1).                        00242001
002430         88  APR-APPROVED        VALUE 'A'.                       00243001
002440         88  APR-CANCELLED       VALUE 'X'.                       00244001
002450     05  FILLER                  PIC X(59).                       00245001
002460 FD  BUDGET-RPT-FILE                                              00246001
002470     RECORDING MODE F                                             00247001
002480     LABEL RECORDS ARE STANDARD.                                  00248001
002490 01  BUDGET-RPT-RECORD           PIC X(132).                      00249001
002500*****************************************************             00250001
002510* NIGHTLY CYCLE CONTROL DATASET, CYCLEREC LAYOUT,   *             00251001
002520* READ AND REWRITTEN WHOLE AT START AND END OF STEP *             00252001
002530*****************************************************             00253001
002540 FD  CYCLE-FILE                                                   00254001
002550     RECORDING MODE F                                             00255001
002560     LABEL RECORDS ARE STANDARD.                                  00256001
002570 01  CYCLE-FILE-RECORD           PIC X(80).                       00257001
002580 WORKING-STORAGE SECTION.                                         00258001
002590*****************************************************             00259001
002600* WORKAREAS                                         *             00260001
002610*****************************************************             00261001
002620 77  INPUT-SWITCH        PIC X          VALUE  'Y'.               00262001
002630         88  NOMORE-INPUT               VALUE  'N'.               00263001
002640 77  WS-PEND-SWITCH      PIC X          VALUE  'Y'.               00264001
002650         88  NOMORE-PENDING             VALUE  'N'.               00265001
002660 77  WS-HELD-SW          PIC X          VALUE  'N'.               00266001
002670         88  WS-HELD                    VALUE  'Y'.               00267001
002680 77  WS-RESTART-SW       PIC X          VALUE  'N'.               00268001
002690         88  WS-RESTART-MODE            VALUE  'Y'.               00269001
002700*****************************************************             00270001
002710* CHECKPOINT STATUS, 'A' WHILE THE RUN IS IN FLIGHT, *            00271001
002720* 'C' ON THE FINAL CHECKPOINT OF A COMPLETED RUN SO  *            00272001
002730* A RESTART CANNOT CONSUME LAST NIGHT'S CHECKPOINT   *            00273001
002740*****************************************************             00274001
002750 77  WS-CHKPT-STATUS     PIC X          VALUE  'A'.               00275001
002760 77  WS-SQL-ERROR-SW     PIC X          VALUE  'N'.               00276001
002770         88  SQL-ERROR-OCCURRED         VALUE  'Y'.               00277001
002780 77  WS-DATE-VALID-SW    PIC X          VALUE  'N'.               00278001
002790         88  WS-DATE-VALID              VALUE  'Y'.               00279001
002800*****************************************************             00280001
002810* REJECT-REASON CODE FOR THE TRANSACTION IN HAND.    *            00281001
002820* SPACES MEANS THE TRANSACTION IS STILL GOOD.        *            00282001
002830*   R001  SALARY NOT NUMERIC                         *            00283001
002840*   R002  BONUS NOT NUMERIC                          *            00284001
002850*   R003  COMM NOT NUMERIC                           *            00285001
002860*   R004  EFFDATE NOT A VALID DATE                   *            00286001
002870*   R005  SALARY CHANGE EXCEEDS TOLERANCE            *            00287001
002880*   R006  EMPNO NOT FOUND                            *            00288001
002890*   R007  DB2 ERROR ON LOOKUP                        *            00289001
002900*   R008  DB2 ERROR ON UPDATE                        *            00290001
002910*   R009  INVALID ACTION CODE                        *            00291001
002920*   R010  REQUIRED HIRE FIELD MISSING                *            00292001
002930*   R011  EMPNO ALREADY ON EMP (ADD)                 *            00293001
002940*   R012  DB2 ERROR ON INSERT                        *            00294001
002950*   R013  DB2 ERROR ON DELETE                        *            00295001
002960*   R014  HIREDATE NOT A VALID DATE                  *            00296001
002970*   R015  BIRTHDATE NOT A VALID DATE                 *            00297001
002980*   R016  EDLEVEL NOT NUMERIC                        *            00298001
002990*   R017  SALARY BELOW JOB BAND MINIMUM              *            00299001
003000*   R018  SALARY ABOVE JOB BAND MAXIMUM              *            00300001
003010*   R021  HELD OVER DEPARTMENT BUDGET (PENDOUT)      *            00301001
003020*   R022  OVER-BUDGET HOLD CANCELLED BY FINANCE      *            00302001
003030*****************************************************             00303001
003040 77  WS-REJ-REASON       PIC X(4)       VALUE SPACES.             00304001
003050*****************************************************             00305001
003060* TRANSACTION COUNTERS                               *            00306001
003070*****************************************************             00307001
003080 77  WS-ACCEPTED-COUNT   PIC S9(7) COMP VALUE ZERO.               00308001
003090 77  WS-REJECTED-COUNT   PIC S9(7) COMP VALUE ZERO.               00309001
003100 77  WS-INPUT-SEQ-NO     PIC S9(7) COMP VALUE ZERO.               00310001
003110 77  WS-ACC-CHG-COUNT    PIC S9(7) COMP VALUE ZERO.               00311001
003120 77  WS-ACC-ADD-COUNT    PIC S9(7) COMP VALUE ZERO.               00312001
003130 77  WS-ACC-TRM-COUNT    PIC S9(7) COMP VALUE ZERO.               00313001
003140 77  WS-REJ-CHG-COUNT    PIC S9(7) COMP VALUE ZERO.               00314001
003150 77  WS-REJ-ADD-COUNT    PIC S9(7) COMP VALUE ZERO.               00315001
003160 77  WS-REJ-TRM-COUNT    PIC S9(7) COMP VALUE ZERO.               00316001
003170 77  WS-PENDING-COUNT    PIC S9(7) COMP VALUE ZERO.               00317001
003180 77  WS-PEND-IN-COUNT    PIC S9(7) COMP VALUE ZERO.               00318001
003190 77  WS-TRANS-IN-COUNT   PIC S9(7) COMP VALUE ZERO.               00319001
003200 77  WS-PEND-SKIP        PIC S9(7) COMP VALUE ZERO.               00320001
003210 77  WS-TRANS-SKIP       PIC S9(7) COMP VALUE ZERO.               00321001
003220*****************************************************             00322001
003230* OUTPUT-DATASET POSITIONS, CARRIED IN THE           *            00323001
003240* CHECKPOINT.  ON A RESTART THE SURPLUS IS HOW MANY  *            00324001
003250* RECORDS EACH OUTPUT DATASET ALREADY HOLDS BEYOND   *            00325001
003260* THE CHECKPOINT; THAT MANY RE-WRITES ARE SUPPRESSED *            00326001
003270* SO REPROCESSED TRANSACTIONS NEVER DUPLICATE OUTPUT *            00327001
003280*****************************************************             00328001
003290 77  WS-AUDIT-OUT-COUNT  PIC S9(7) COMP VALUE ZERO.               00329001
003300 77  WS-REJ-OUT-COUNT    PIC S9(7) COMP VALUE ZERO.               00330001
003310 77  WS-PEND-OUT-COUNT   PIC S9(7) COMP VALUE ZERO.               00331001
003320 77  WS-AUDIT-SURPLUS    PIC S9(7) COMP VALUE ZERO.               00332001
003330 77  WS-REJ-SURPLUS      PIC S9(7) COMP VALUE ZERO.               00333001
003340 77  WS-PEND-SURPLUS     PIC S9(7) COMP VALUE ZERO.               00334001
003350 77  WS-FORM-OUT-COUNT   PIC S9(7) COMP VALUE ZERO.               00335001
003360 77  WS-FORM-SURPLUS     PIC S9(7) COMP VALUE ZERO.               00336001
003370 77  WS-DISK-COUNT       PIC S9(7) COMP VALUE ZERO.               00337001
003380 77  WS-OUTCNT-SW        PIC X          VALUE  'N'.               00338001
003390         88  WS-OUTCNT-EOF              VALUE  'Y'.               00339001
003400*****************************************************             00340001
003410* INPUT HASH TOTALS AND NET CHANGE APPLIED TO EMP,   *            00341001
003420* CARRIED THROUGH THE CHECKPOINT AND WRITTEN TO      *            00342001
003430* TOTOUT FOR THE RECONCILIATION STEP                 *            00343001
003440*****************************************************             00344001
003450 77  WS-HASH-SALARY      PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00345001
003460 77  WS-HASH-BONUS       PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00346001
003470 77  WS-HASH-COMM        PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00347001
003480 77  WS-NET-SALARY       PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00348001
003490 77  WS-NET-BONUS        PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00349001
003500 77  WS-NET-COMM         PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00350001
003510*****************************************************             00351001
003520* SYNC-POINT WORKAREAS                                *           00352001
003530*****************************************************             00353001
003540 77  WS-COMMIT-COUNT     PIC S9(7) COMP VALUE ZERO.               00354001
003550 77  WS-COMMIT-FREQ      PIC S9(7) COMP VALUE  100.               00355001
003560*****************************************************             00356001
003570* SALARY-CHANGE TOLERANCE, PER CENT, FROM THE CTLIN   *           00357001
003580* CONTROL CARD.  DEFAULT APPLIES WHEN NO CARD IS     *            00358001
003590* SUPPLIED OR THE CARD VALUE IS NOT NUMERIC          *            00359001
003600*****************************************************             00360001
003610 77  WS-TOLERANCE-PCT    PIC 9(3)       VALUE  050.               00361001
003620 77  WS-CHANGE-PCT       PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00362001
003630*****************************************************             00363001
003640* JOB SALARY BAND TABLE FROM THE JOBRATE FILE.  A   *             00364001
003650* TRANS-SALARY OUTSIDE THE BAND FOR THE EMPLOYEE'S  *             00365001
003660* JOB REJECTS THE TRANSACTION; ONE INSIDE THE BAND  *             00366001
003670* BUT WITHIN THE MARGIN OF EITHER LIMIT GOES ON THE *             00367001
003680* BAND-EXCEPTION REPORT.  A JOB WITHOUT A CARD IS   *             00368001
003690* NOT BAND-CHECKED                                  *             00369001
003700*****************************************************             00370001
003710 77  WS-JRT-COUNT        PIC S9(4) COMP VALUE ZERO.               00371001
003720 77  WS-JRT-LIMIT        PIC S9(4) COMP VALUE  50.                00372001
003730 77  WS-JRT-IX           PIC S9(4) COMP VALUE ZERO.               00373001
003740 77  WS-BAND-HIT         PIC S9(4) COMP VALUE ZERO.               00374001
003750 77  WS-JOBRATE-EOF-SW   PIC X          VALUE  'N'.               00375001
003760         88  WS-JOBRATE-EOF             VALUE  'Y'.               00376001
003770 77  WS-BAND-EXC-COUNT   PIC S9(7) COMP VALUE ZERO.               00377001
003780 77  WS-BAND-MARGIN-PCT  PIC 9(3)       VALUE  010.               00378001
003790 77  WS-CHECK-JOB        PIC X(8)       VALUE SPACES.             00379001
003800 77  WS-BAND-LOW-EDGE    PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.  00380001
003810 77  WS-BAND-HIGH-EDGE   PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.  00381001
003820 01  WS-JOBRATE-TABLE.                                            00382001
003830     05  WS-JRT-ENTRY  OCCURS 50 TIMES.                           00383001
003840         10  WS-JRT-JOB          PIC X(8).                        00384001
003850         10  WS-JRT-MIN          PIC S9(7)V9(2) USAGE COMP-3.     00385001
003860         10  WS-JRT-MAX          PIC S9(7)V9(2) USAGE COMP-3.     00386001
003870*****************************************************             00387001
003880* FORMER-EMPLOYEE TABLE, LOADED FROM FORMIN AND      *            00388001
003890* ADDED TO AS TONIGHT'S TERMINATIONS POST, FOR THE   *            00389001
003900* REHIRE CHECK ON ADDS.  IN POSTING ORDER, SO THE    *            00390001
003910* LAST MATCH FOUND IS THE LATEST TERMINATION         *            00391001
003920*****************************************************             00392001
003930 77  WS-FRM-COUNT        PIC S9(4) COMP VALUE ZERO.               00393001
003940 77  WS-FRM-LIMIT        PIC S9(4) COMP VALUE  5000.              00394001
003950 77  WS-FRM-IX           PIC S9(4) COMP VALUE ZERO.               00395001
003960 77  WS-FRM-EMPNO-HIT    PIC S9(4) COMP VALUE ZERO.               00396001
003970 77  WS-FRM-NAME-HIT     PIC S9(4) COMP VALUE ZERO.               00397001
003980 77  WS-FORM-IN-COUNT    PIC S9(7) COMP VALUE ZERO.               00398001
003990 77  WS-FORM-EOF-SW      PIC X          VALUE  'N'.               00399001
004000         88  WS-FORM-EOF                VALUE  'Y'.               00400001
004010 77  WS-FORM-FULL-SW     PIC X          VALUE  'N'.               00401001
004020         88  WS-FORM-FULL               VALUE  'Y'.               00402001
004030 77  WS-REHIRE-COUNT     PIC S9(7) COMP VALUE ZERO.               00403001
004040 77  WS-REHIRE-NOTE      PIC X(30)      VALUE SPACES.             00404001
004050*****************************************************             00405001
004060* DEPARTMENT BUDGET TABLE FROM THE BUDGET CARDS FOR *             00406001
004070* THE RUN'S YEAR, AND THE FINANCE DECISION CARDS.   *             00407001
004080* THE DEPARTMENT'S ACTUAL FIGURES ARE READ FROM EMP *             00408001
004090* AT THE TIME OF THE CHECK, SO THEY INCLUDE WHAT    *             00409001
004100* THIS RUN HAS ALREADY POSTED                       *             00410001
004110*****************************************************             00411001
004120 77  WS-BUD-COUNT        PIC S9(4) COMP VALUE ZERO.               00412001
004130 77  WS-BUD-LIMIT        PIC S9(4) COMP VALUE  500.               00413001
004140 77  WS-BUD-IX           PIC S9(4) COMP VALUE ZERO.               00414001
004150 77  WS-BUD-HIT          PIC S9(4) COMP VALUE ZERO.               00415001
004160 77  WS-BUDGET-EOF-SW    PIC X          VALUE  'N'.               00416001
004170         88  WS-BUDGET-EOF              VALUE  'Y'.               00417001
004180 77  WS-APR-COUNT        PIC S9(4) COMP VALUE ZERO.               00418001
004190 77  WS-APR-LIMIT        PIC S9(4) COMP VALUE  500.               00419001
004200 77  WS-APR-IX           PIC S9(4) COMP VALUE ZERO.               00420001
004210 77  WS-APR-HIT          PIC S9(4) COMP VALUE ZERO.               00421001
004220 77  WS-APPROVE-EOF-SW   PIC X          VALUE  'N'.               00422001
004230         88  WS-APPROVE-EOF             VALUE  'Y'.               00423001
004240 77  WS-OVER-BUDGET-SW   PIC X          VALUE  'N'.               00424001
004250         88  WS-OVER-BUDGET             VALUE  'Y'.               00425001
004260 77  WS-BUD-HOLD-COUNT   PIC S9(7) COMP VALUE ZERO.               00426001
004270 77  WS-BUD-APPR-COUNT   PIC S9(7) COMP VALUE ZERO.               00427001
004280 77  WS-BUD-CANCEL-COUNT PIC S9(7) COMP VALUE ZERO.               00428001
004290 77  WS-CHECK-DEPT       PIC X(3)       VALUE SPACES.             00429001
004300 77  WS-CHECK-ACTION     PIC X(1)       VALUE SPACES.             00430001
004310 01  WS-BUDGET-TABLE.                                             00431001
004320     05  WS-BUD-ENTRY  OCCURS 500 TIMES.                          00432001
004330         10  WS-BUD-DEPTNO       PIC X(3).                        00433001
004340         10  WS-BUD-HC           PIC S9(7) USAGE COMP.            00434001
004350         10  WS-BUD-SALARY       PIC S9(11)V9(2) USAGE COMP-3.    00435001
004360         10  WS-BUD-BONUS-COMM   PIC S9(11)V9(2) USAGE COMP-3.    00436001
004370 01  WS-APPROVE-TABLE.                                            00437001
004380     05  WS-APR-ENTRY  OCCURS 500 TIMES.                          00438001
004390         10  WS-APR-EMPNO        PIC X(6).                        00439001
004400         10  WS-APR-ACTION       PIC X(1).                        00440001
004410         10  WS-APR-EFFDATE      PIC X(10).                       00441001
004420         10  WS-APR-DECISION     PIC X(1).                        00442001
004430 01  WS-DEPT-HC              PIC S9(9) USAGE COMP.                00443001
004440 01  WS-DEPT-SALARY          PIC S9(11)V9(2) USAGE COMP-3.        00444001
004450 01  WS-DEPT-BONUS-COMM      PIC S9(11)V9(2) USAGE COMP-3.        00445001
004460 01  WS-IND-DEPT-SALARY      PIC S9(4) USAGE COMP.                00446001
004470 01  WS-IND-DEPT-BONUS-COMM  PIC S9(4) USAGE COMP.                00447001
004480 01  WS-PROJ-HC              PIC S9(9) USAGE COMP.                00448001
004490 01  WS-PROJ-SALARY          PIC S9(11)V9(2) USAGE COMP-3.        00449001
004500 01  WS-PROJ-BONUS-COMM      PIC S9(11)V9(2) USAGE COMP-3.        00450001
004510 01  WS-FORMER-TABLE.                                             00451001
004520     05  WS-FRM-ENTRY  OCCURS 5000 TIMES.                         00452001
004530         10  WS-FRM-EMPNO        PIC X(6).                        00453001
004540         10  WS-FRM-FIRSTNME     PIC X(12).                       00454001
004550         10  WS-FRM-LASTNAME     PIC X(15).                       00455001
004560         10  WS-FRM-BIRTHDATE    PIC X(10).                       00456001
004570         10  WS-FRM-TERM-DATE    PIC X(10).                       00457001
004580*****************************************************             00458001
004590* DATE-EDIT WORKAREAS                                 *           00459001
004600*****************************************************             00460001
004610 01  WS-EDIT-DATE.                                                00461001
004620     05  WS-ED-YEAR              PIC X(4).                        00462001
004630     05  WS-ED-SEP1              PIC X(1).                        00463001
004640     05  WS-ED-MONTH             PIC X(2).                        00464001
004650     05  WS-ED-SEP2              PIC X(1).                        00465001
004660     05  WS-ED-DAY               PIC X(2).                        00466001
004670 01  WS-EDIT-DATE-NUM.                                            00467001
004680     05  WS-EDN-YEAR             PIC 9(4).                        00468001
004690     05  WS-EDN-MONTH            PIC 9(2).                        00469001
004700     05  WS-EDN-DAY              PIC 9(2).                        00470001
004710 01  WS-LEAP-QUOTIENT            PIC 9(4)  USAGE COMP.            00471001
004720 01  WS-LEAP-REMAINDER           PIC 9(4)  USAGE COMP.            00472001
004730 01  WS-MONTH-DAYS-TBL.                                           00473001
004740     05  FILLER  PIC X(24) VALUE '312831303130313130313031'.      00474001
004750 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TBL.                 00475001
004760     05  WS-MONTH-DAYS  OCCURS 12 TIMES  PIC 9(2).                00476001
004770*****************************************************             00477001
004780* SYSTEM DATE WORKAREAS                              *            00478001
004790*****************************************************             00479001
004800 01  WS-RUN-DATE.                                                 00480001
004810     05  WS-RUN-YEAR             PIC 9(4).                        00481001
004820     05  WS-RUN-MONTH            PIC 9(2).                        00482001
004830     05  WS-RUN-DAY              PIC 9(2).                        00483001
004840 01  WS-RUN-DATE-ISO.                                             00484001
004850     05  WS-RDI-YEAR             PIC 9(4).                        00485001
004860     05  FILLER                  PIC X(1)  VALUE '-'.             00486001
004870     05  WS-RDI-MONTH            PIC 9(2).                        00487001
004880     05  FILLER                  PIC X(1)  VALUE '-'.             00488001
004890     05  WS-RDI-DAY              PIC 9(2).                        00489001
004900*****************************************************             00490001
004910* HOST VARIABLES FOR THE KEYED LOOKUP AND THE        *            00491001
004920* BEFORE-IMAGE OF THE ROW BEING UPDATED              *            00492001
004930*****************************************************             00493001
004940 01  WS-CHECK-EMPNO          PIC X(6).                            00494001
004950 01  WS-OLD-SALARY           PIC S9(7)V9(2) USAGE COMP-3.         00495001
004960 01  WS-OLD-BONUS            PIC S9(7)V9(2) USAGE COMP-3.         00496001
004970 01  WS-OLD-COMM             PIC S9(7)V9(2) USAGE COMP-3.         00497001
004980 01  WS-NEW-SALARY           PIC S9(7)V9(2) USAGE COMP-3.         00498001
004990 01  WS-NEW-BONUS            PIC S9(7)V9(2) USAGE COMP-3.         00499001
005000 01  WS-NEW-COMM             PIC S9(7)V9(2) USAGE COMP-3.         00500001
005010 01  WS-EDLEVEL-NUM          PIC 9(2).                            00501001
005020 01  WS-EMP-JOB              PIC X(8).                            00502001
005030 01  WS-IND-EMP-JOB          PIC S9(4) USAGE COMP.                00503001
005040 01  WS-EMP-WORKDEPT         PIC X(3).                            00504001
005050 01  WS-IND-EMP-WORKDEPT     PIC S9(4) USAGE COMP.                00505001
005060 01  WS-OLD-IND.                                                  00506001
005070     05  WS-IND-OLD-SALARY   PIC S9(4) USAGE COMP.                00507001
005080     05  WS-IND-OLD-BONUS    PIC S9(4) USAGE COMP.                00508001
005090     05  WS-IND-OLD-COMM     PIC S9(4) USAGE COMP.                00509001
005100*****************************************************             00510001
005110* VARCHAR LENGTH-TRIM WORKAREAS FOR THE INSERT       *            00511001
005120*****************************************************             00512001
005130 77  WS-NAME-FIELD       PIC X(15)      VALUE SPACES.             00513001
005140 77  WS-NAME-MAX         PIC S9(4) COMP VALUE ZERO.               00514001
005150 77  WS-NAME-LEN         PIC S9(4) COMP VALUE ZERO.               00515001
005160 77  WS-NAME-IX          PIC S9(4) COMP VALUE ZERO.               00516001
005170*****************************************************             00517001
005180*  PRINT-LINE LAYOUT FOR RPT-FILE                    *            00518001
005190*****************************************************             00519001
005200 01  WS-PRINT-LINE.                                               00520001
005210     05  WS-PL-HEADING.                                           00521001
005220         10  WS-PLH-BANNER        PIC X(80).                      00522001
005230         10  FILLER               PIC X(52).                      00523001
005240     05  WS-PL-TRAILER REDEFINES WS-PL-HEADING.                   00524001
005250         10  WS-PLT-ACC-LBL       PIC X(24).                      00525001
005260         10  WS-PLT-ACCEPTED      PIC ZZZ,ZZ9.                    00526001
005270         10  FILLER               PIC X(2).                       00527001
005280         10  WS-PLT-REJ-LBL       PIC X(24).                      00528001
005290         10  WS-PLT-REJECTED      PIC ZZZ,ZZ9.                    00529001
005300         10  FILLER               PIC X(68).                      00530001
005310     05  WS-PL-BAND REDEFINES WS-PL-HEADING.                      00531001
005320         10  WS-PLB-EMPNO         PIC X(6).                       00532001
005330         10  FILLER               PIC X(1).                       00533001
005340         10  WS-PLB-JOB           PIC X(8).                       00534001
005350         10  FILLER               PIC X(1).                       00535001
005360         10  WS-PLB-SALARY        PIC Z,ZZZ,ZZ9.99.               00536001
005370         10  FILLER               PIC X(1).                       00537001
005380         10  WS-PLB-MIN           PIC Z,ZZZ,ZZ9.99.               00538001
005390         10  FILLER               PIC X(1).                       00539001
005400         10  WS-PLB-MAX           PIC Z,ZZZ,ZZ9.99.               00540001
005410         10  FILLER               PIC X(1).                       00541001
005420         10  WS-PLB-NOTE          PIC X(20).                      00542001
005430         10  FILLER               PIC X(54).                      00543001
005440     05  WS-PL-ACTION REDEFINES WS-PL-HEADING.                    00544001
005450         10  WS-PLA-LABEL         PIC X(11).                      00545001
005460         10  WS-PLA-CHG-LBL       PIC X(6).                       00546001
005470         10  WS-PLA-CHG           PIC ZZZ,ZZ9.                    00547001
005480         10  FILLER               PIC X(2).                       00548001
005490         10  WS-PLA-ADD-LBL       PIC X(6).                       00549001
005500         10  WS-PLA-ADD           PIC ZZZ,ZZ9.                    00550001
005510         10  FILLER               PIC X(2).                       00551001
005520         10  WS-PLA-TRM-LBL       PIC X(6).                       00552001
005530         10  WS-PLA-TRM           PIC ZZZ,ZZ9.                    00553001
005540         10  FILLER               PIC X(78).                      00554001
005550     05  WS-PL-REHIRE REDEFINES WS-PL-HEADING.                    00555001
005560         10  WS-PLR-EMPNO         PIC X(6).                       00556001
005570         10  FILLER               PIC X(1).                       00557001
005580         10  WS-PLR-FIRSTNME      PIC X(12).                      00558001
005590         10  FILLER               PIC X(1).                       00559001
005600         10  WS-PLR-LASTNAME      PIC X(15).                      00560001
005610         10  FILLER               PIC X(1).                       00561001
005620         10  WS-PLR-BIRTHDATE     PIC X(10).                      00562001
005630         10  FILLER               PIC X(1).                       00563001
005640         10  WS-PLR-WORKDEPT      PIC X(3).                       00564001
005650         10  FILLER               PIC X(1).                       00565001
005660         10  WS-PLR-FORMER-EMPNO  PIC X(6).                       00566001
005670         10  FILLER               PIC X(1).                       00567001
005680         10  WS-PLR-TERM-DATE     PIC X(10).                      00568001
005690         10  FILLER               PIC X(1).                       00569001
005700         10  WS-PLR-NOTE          PIC X(30).                      00570001
005710         10  FILLER               PIC X(33).                      00571001
005720     05  WS-PL-BUDGET REDEFINES WS-PL-HEADING.                    00572001
005730         10  WS-PLG-EMPNO         PIC X(6).                       00573001
005740         10  FILLER               PIC X(1).                       00574001
005750         10  WS-PLG-ACTION        PIC X(1).                       00575001
005760         10  FILLER               PIC X(1).                       00576001
005770         10  WS-PLG-DEPT          PIC X(3).                       00577001
005780         10  FILLER               PIC X(1).                       00578001
005790         10  WS-PLG-EFFDATE       PIC X(10).                      00579001
005800         10  FILLER               PIC X(1).                       00580001
005810         10  WS-PLG-PROJ-HC       PIC ZZ,ZZ9.                     00581001
005820         10  FILLER               PIC X(1).                       00582001
005830         10  WS-PLG-BUD-HC        PIC ZZ,ZZ9.                     00583001
005840         10  FILLER               PIC X(1).                       00584001
005850         10  WS-PLG-PROJ-SALARY   PIC ZZZ,ZZZ,ZZ9.99.             00585001
005860         10  FILLER               PIC X(1).                       00586001
005870         10  WS-PLG-BUD-SALARY    PIC ZZZ,ZZZ,ZZ9.99.             00587001
005880         10  FILLER               PIC X(1).                       00588001
005890         10  WS-PLG-PROJ-BC       PIC ZZZ,ZZZ,ZZ9.99.             00589001
005900         10  FILLER               PIC X(1).                       00590001
005910         10  WS-PLG-BUD-BC        PIC ZZZ,ZZZ,ZZ9.99.             00591001
005920         10  FILLER               PIC X(1).                       00592001
005930         10  WS-PLG-NOTE          PIC X(16).                      00593001
005940         10  FILLER               PIC X(1).                       00594001
005950         10  WS-PLG-DISP          PIC X(17).                      00595001
005960*****************************************************             00596001
005970* NIGHTLY CYCLE CONTROL.  THIS STEP MAY ONLY START   *            00597001
005980* WHEN EVERY STEP AHEAD OF IT ENDED CLEAN IN THE     *            00598001
005990* CURRENT CYCLE AND NO STEP AFTER IT HAS STARTED     *            00599001
006000*****************************************************             00600001
006010 77  WS-CYC-STEP-ID      PIC X(8)       VALUE  'COBDB22'.         00601001
006020 77  WS-CYC-RERUN-SW     PIC X          VALUE  'N'.               00602001
006030         88  WS-CYC-RERUN-OK            VALUE  'Y'.               00603001
006040 77  WS-CYC-EOF-SW       PIC X          VALUE  'N'.               00604001
006050         88  WS-CYC-EOF                 VALUE  'Y'.               00605001
006060 77  WS-CYC-REFUSED-SW   PIC X          VALUE  'N'.               00606001
006070         88  WS-CYC-REFUSED             VALUE  'Y'.               00607001
006080 77  WS-CYC-COUNT        PIC S9(4) COMP VALUE ZERO.               00608001
006090 77  WS-CYC-LIMIT        PIC S9(4) COMP VALUE  20.                00609001
006100 77  WS-CYC-IX           PIC S9(4) COMP VALUE ZERO.               00610001
006110 77  WS-CYC-MY-IX        PIC S9(4) COMP VALUE ZERO.               00611001
006120 77  WS-CYC-DATE         PIC X(10)      VALUE SPACES.             00612001
006130 77  WS-CYC-RC           PIC 9(4)       VALUE ZERO.               00613001
006140 01  WS-CYC-NOW.                                                  00614001
006150     05  WS-CYC-NOW-YEAR         PIC 9(4).                        00615001
006160     05  WS-CYC-NOW-MONTH        PIC 9(2).                        00616001
006170     05  WS-CYC-NOW-DAY          PIC 9(2).                        00617001
006180 01  WS-CYC-NOW-ISO.                                              00618001
006190     05  WS-CNI-YEAR             PIC 9(4).                        00619001
006200     05  FILLER                  PIC X(1)  VALUE '-'.             00620001
006210     05  WS-CNI-MONTH            PIC 9(2).                        00621001
006220     05  FILLER                  PIC X(1)  VALUE '-'.             00622001
006230     05  WS-CNI-DAY              PIC 9(2).                        00623001
006240 01  WS-CYC-TIME.                                                 00624001
006250     05  WS-CYC-HHMMSS           PIC X(6).                        00625001
006260     05  FILLER                  PIC X(2).                        00626001
006270 01  WS-CYCLE-TABLE.                                              00627001
006280     05  WS-CYC-ENTRY  OCCURS 20 TIMES                            00628001
006290                                 PIC X(80).                       00629001
006300     COPY CYCLEREC.                                               00630001
006310********************************************                      00631001
006320*  SQL COMMUNICATION AREA                  *                      00632001
006330********************************************                      00633001
006340     EXEC SQL                                                     00634001
006350       INCLUDE SQLCA                                              00635001
006360     END-EXEC.                                                    00636001
006370********************************************                      00637001
006380*  DCLS                                    *                      00638001
006390********************************************                      00639001
006400     EXEC SQL                                                     00640001
006410       INCLUDE EMP                                                00641001
006420     END-EXEC.                                                    00642001
006430 PROCEDURE DIVISION.                                              00643001
006440 MAIN-PARA.                                                       00644001
006450     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00645001
006460     PERFORM FORMAT-RUN-DATE-PARA.                                00646001
006470     PERFORM CYCLE-START-PARA.                                    00647001
006480     PERFORM GET-CTL-PARA.                                        00648001
006490     PERFORM LOAD-JOBRATE-PARA.                                   00649001
006500     IF WS-RESTART-MODE                                           00650001
006510        PERFORM READ-CHKPT-PARA                                   00651001
006520     END-IF.                                                      00652001
006530     PERFORM LOAD-BUDGET-PARA.                                    00653001
006540     PERFORM LOAD-APPROVE-PARA.                                   00654001
006550     OPEN INPUT TRANS-FILE.                                       00655001
006560     OPEN OUTPUT RPT-FILE.                                        00656001
006570     OPEN OUTPUT BAND-RPT-FILE.                                   00657001
006580     PERFORM BAND-HEADING-PARA.                                   00658001
006590     IF WS-RESTART-MODE                                           00659001
006600        PERFORM VERIFY-OUTPUTS-PARA                               00660001
006610        PERFORM LOAD-FORMER-PARA                                  00661001
006620        OPEN EXTEND AUDIT-FILE                                    00662001
006630        OPEN EXTEND REJECT-FILE                                   00663001
006640        OPEN EXTEND PEND-OUT-FILE                                 00664001
006650        OPEN EXTEND FORM-OUT-FILE                                 00665001
006660     ELSE                                                         00666001
006670        OPEN OUTPUT AUDIT-FILE                                    00667001
006680        OPEN OUTPUT REJECT-FILE                                   00668001
006690        OPEN OUTPUT PEND-OUT-FILE                                 00669001
006700        OPEN OUTPUT FORM-OUT-FILE                                 00670001
006710        PERFORM LOAD-FORMER-PARA                                  00671001
006720     END-IF.                                                      00672001
006730     OPEN OUTPUT REHIRE-RPT-FILE.                                 00673001
006740     PERFORM REHIRE-HEADING-PARA.                                 00674001
006750     OPEN OUTPUT BUDGET-RPT-FILE.                                 00675001
006760     PERFORM BUDGET-HEADING-PARA.                                 00676001
006770     PERFORM PROCESS-PENDING-PARA.                                00677001
006780     PERFORM READ-TRANS-PARA.                                     00678001
006790     PERFORM PROCESS-TRANS-PARA                                   00679001
006800             UNTIL NOMORE-INPUT.                                  00680001
006810     PERFORM TERMINATE-PARA.                                      00681001
006820     PERFORM CYCLE-END-PARA                                       00682001
006830     STOP RUN.                                                    00683001
006840*****************************************************             00684001
006850* LOADS THE FORMER-EMPLOYEE TABLE.  A NORMAL RUN     *            00685001
006860* LOADS FORMIN AND CARRIES EVERY RECORD FORWARD TO   *            00686001
006870* FORMOUT.  A RESTART LOADS THE FORMOUT LEFT BY THE  *            00687001
006880* ABENDED RUN INSTEAD, WHICH ALREADY HOLDS THAT COPY *            00688001
006890* AND THE TERMINATIONS POSTED BEFORE THE ABEND       *            00689001
006900*****************************************************             00690001
006910 LOAD-FORMER-PARA.                                                00691001
006920     IF WS-RESTART-MODE                                           00692001
006930        OPEN INPUT FORM-OUT-FILE                                  00693001
006940        PERFORM READ-FORM-OUT-PARA                                00694001
006950        PERFORM RESTORE-FORMER-PARA                               00695001
006960                UNTIL WS-FORM-EOF                                 00696001
006970        CLOSE FORM-OUT-FILE                                       00697001
006980     ELSE                                                         00698001
006990        OPEN INPUT FORM-IN-FILE                                   00699001
007000        PERFORM READ-FORMER-PARA                                  00700001
007010        PERFORM STORE-FORMER-PARA                                 00701001
007020                UNTIL WS-FORM-EOF                                 00702001
007030        CLOSE FORM-IN-FILE                                        00703001
007040     END-IF                                                       00704001
007050     DISPLAY 'FORMER EMPLOYEES LOADED : ' WS-FORM-IN-COUNT.       00705001
007060 READ-FORMER-PARA.                                                00706001
007070     READ FORM-IN-FILE                                            00707001
007080         AT END                                                   00708001
007090           SET WS-FORM-EOF TO TRUE                                00709001
007100         NOT AT END                                               00710001
007110           ADD 1 TO WS-FORM-IN-COUNT                              00711001
007120     END-READ.                                                    00712001
007130 STORE-FORMER-PARA.                                               00713001
007140     MOVE FORM-IN-RECORD TO FORMER-RECORD                         00714001
007150     PERFORM ADD-FORMER-PARA                                      00715001
007160     ADD 1 TO WS-FORM-OUT-COUNT                                   00716001
007170     WRITE FORMER-RECORD                                          00717001
007180     PERFORM READ-FORMER-PARA.                                    00718001
007190 READ-FORM-OUT-PARA.                                              00719001
007200     READ FORM-OUT-FILE                                           00720001
007210         AT END                                                   00721001
007220           SET WS-FORM-EOF TO TRUE                                00722001
007230         NOT AT END                                               00723001
007240           ADD 1 TO WS-FORM-IN-COUNT                              00724001
007250     END-READ.                                                    00725001
007260 RESTORE-FORMER-PARA.                                             00726001
007270     PERFORM ADD-FORMER-PARA                                      00727001
007280     PERFORM READ-FORM-OUT-PARA.                                  00728001
007290 ADD-FORMER-PARA.                                                 00729001
007300     IF WS-FRM-COUNT < WS-FRM-LIMIT                               00730001
007310        ADD 1 TO WS-FRM-COUNT                                     00731001
007320        MOVE FRM-EMPNO     TO WS-FRM-EMPNO (WS-FRM-COUNT)         00732001
007330        MOVE FRM-FIRSTNME  TO WS-FRM-FIRSTNME (WS-FRM-COUNT)      00733001
007340        MOVE FRM-LASTNAME  TO WS-FRM-LASTNAME (WS-FRM-COUNT)      00734001
007350        MOVE FRM-TERM-DATE TO WS-FRM-TERM-DATE (WS-FRM-COUNT)     00735001
007360        IF FRM-BIRTHDATE-NF = 'Y'                                 00736001
007370           MOVE SPACES        TO WS-FRM-BIRTHDATE (WS-FRM-COUNT)  00737001
007380        ELSE                                                      00738001
007390           MOVE FRM-BIRTHDATE TO WS-FRM-BIRTHDATE (WS-FRM-COUNT)  00739001
007400        END-IF                                                    00740001
007410     ELSE                                                         00741001
007420        IF NOT WS-FORM-FULL                                       00742001
007430           SET WS-FORM-FULL TO TRUE                               00743001
007440           DISPLAY 'FORMER-EMPLOYEE TABLE FULL AT : '             00744001
007450                   WS-FRM-LIMIT                                   00745001
007460           DISPLAY 'REHIRE CHECK INCOMPLETE, FROM EMPNO : '       00746001
007470                   FRM-EMPNO                                      00747001
007480        END-IF                                                    00748001
007490     END-IF.                                                      00749001
007500 PROCESS-PENDING-PARA.                                            00750001
007510     OPEN INPUT PEND-IN-FILE.                                     00751001
007520     PERFORM READ-PEND-PARA.                                      00752001
007530     PERFORM PROCESS-PEND-PARA                                    00753001
007540             UNTIL NOMORE-PENDING.                                00754001
007550     CLOSE PEND-IN-FILE.                                          00755001
007560 READ-PEND-PARA.                                                  00756001
007570     READ PEND-IN-FILE                                            00757001
007580         AT END                                                   00758001
007590           SET NOMORE-PENDING TO TRUE                             00759001
007600         NOT AT END                                               00760001
007610           ADD 1 TO WS-INPUT-SEQ-NO                               00761001
007620           ADD 1 TO WS-PEND-IN-COUNT                              00762001
007630     END-READ.                                                    00763001
007640 PROCESS-PEND-PARA.                                               00764001
007650     IF WS-PEND-IN-COUNT > WS-PEND-SKIP                           00765001
007660        MOVE PEND-IN-RECORD TO TRANS-RECORD                       00766001
007670        PERFORM POST-TRANS-PARA                                   00767001
007680     END-IF                                                       00768001
007690     PERFORM READ-PEND-PARA.                                      00769001
007700 FORMAT-RUN-DATE-PARA.                                            00770001
007710     MOVE WS-RUN-YEAR  TO WS-RDI-YEAR                             00771001
007720     MOVE WS-RUN-MONTH TO WS-RDI-MONTH                            00772001
007730     MOVE WS-RUN-DAY   TO WS-RDI-DAY.                             00773001
007740 READ-TRANS-PARA.                                                 00774001
007750     READ TRANS-FILE                                              00775001
007760         AT END                                                   00776001
007770           SET NOMORE-INPUT TO TRUE                               00777001
007780         NOT AT END                                               00778001
007790           ADD 1 TO WS-INPUT-SEQ-NO                               00779001
007800           ADD 1 TO WS-TRANS-IN-COUNT                             00780001
007810     END-READ.                                                    00781001
007820 PROCESS-TRANS-PARA.                                              00782001
007830     IF WS-TRANS-IN-COUNT > WS-TRANS-SKIP                         00783001
007840        PERFORM POST-TRANS-PARA                                   00784001
007850     END-IF                                                       00785001
007860     PERFORM READ-TRANS-PARA.                                     00786001
007870 POST-TRANS-PARA.                                                 00787001
007880     MOVE SPACES TO WS-REJ-REASON                                 00788001
007890     MOVE 'N' TO WS-HELD-SW                                       00789001
007900     PERFORM HASH-INPUT-PARA                                      00790001
007910     PERFORM EDIT-TRANS-PARA                                      00791001
007920     IF WS-REJ-REASON = SPACES                                    00792001
007930        AND TRANS-EFFDATE > WS-RUN-DATE-ISO                       00793001
007940        PERFORM WRITE-PENDING-PARA                                00794001
007950     END-IF                                                       00795001
007960     IF WS-REJ-REASON = SPACES                                    00796001
007970        AND NOT WS-HELD                                           00797001
007980        PERFORM VALIDATE-EMPNO-PARA                               00798001
007990     END-IF                                                       00799001
008000     IF WS-REJ-REASON = SPACES                                    00800001
008010        AND NOT WS-HELD                                           00801001
008020        EVALUATE TRUE                                             00802001
008030           WHEN TRANS-ACTION-ADD                                  00803001
008040              PERFORM BAND-CHECK-PARA                             00804001
008050              IF WS-REJ-REASON = SPACES                           00805001
008060                 PERFORM BUDGET-CHECK-PARA                        00806001
008070              END-IF                                              00807001
008080              IF WS-REJ-REASON = SPACES                           00808001
008090                 AND NOT WS-HELD                                  00809001
008100                 PERFORM INSERT-EMP-PARA                          00810001
008110              END-IF                                              00811001
008120              IF WS-REJ-REASON = SPACES                           00812001
008130                 AND NOT WS-HELD                                  00813001
008140                 PERFORM REHIRE-CHECK-PARA                        00814001
008150              END-IF                                              00815001
008160           WHEN TRANS-ACTION-TERM                                 00816001
008170              PERFORM DELETE-EMP-PARA                             00817001
008180           WHEN TRANS-ACTION-BONUS                                00818001
008190              PERFORM UPDATE-BONUS-PARA                           00819001
008200           WHEN OTHER                                             00820001
008210              PERFORM TOLERANCE-CHECK-PARA                        00821001
008220              IF WS-REJ-REASON = SPACES                           00822001
008230                 PERFORM BAND-CHECK-PARA                          00823001
008240              END-IF                                              00824001
008250              IF WS-REJ-REASON = SPACES                           00825001
008260                 PERFORM BUDGET-CHECK-PARA                        00826001
008270              END-IF                                              00827001
008280              IF WS-REJ-REASON = SPACES                           00828001
008290                 AND NOT WS-HELD                                  00829001
008300                 PERFORM UPDATE-EMP-PARA                          00830001
008310              END-IF                                              00831001
008320        END-EVALUATE                                              00832001
008330     END-IF                                                       00833001
008340     IF NOT WS-HELD                                               00834001
008350        PERFORM COUNT-RESULT-PARA                                 00835001
008360        IF WS-REJ-REASON NOT = SPACES                             00836001
008370           PERFORM WRITE-REJECT-PARA                              00837001
008380        END-IF                                                    00838001
008390     END-IF                                                       00839001
008400     PERFORM COMMIT-CHECK-PARA.                                   00840001
008410 HASH-INPUT-PARA.                                                 00841001
008420     IF TRANS-SALARY NUMERIC                                      00842001
008430        ADD TRANS-SALARY TO WS-HASH-SALARY                        00843001
008440     END-IF                                                       00844001
008450     IF TRANS-BONUS NUMERIC                                       00845001
008460        ADD TRANS-BONUS TO WS-HASH-BONUS                          00846001
008470     END-IF                                                       00847001
008480     IF TRANS-COMM NUMERIC                                        00848001
008490        ADD TRANS-COMM TO WS-HASH-COMM                            00849001
008500     END-IF.                                                      00850001
008510 WRITE-PENDING-PARA.                                              00851001
008520     SET WS-HELD TO TRUE                                          00852001
008530     ADD 1 TO WS-PENDING-COUNT                                    00853001
008540     ADD 1 TO WS-PEND-OUT-COUNT                                   00854001
008550     IF WS-PEND-SURPLUS > 0                                       00855001
008560        SUBTRACT 1 FROM WS-PEND-SURPLUS                           00856001
008570     ELSE                                                         00857001
008580        MOVE TRANS-RECORD TO PEND-OUT-RECORD                      00858001
008590        WRITE PEND-OUT-RECORD                                     00859001
008600     END-IF                                                       00860001
008610     DISPLAY 'TRANSACTION HELD, EMPNO : ' TRANS-EMPNO             00861001
008620             ' EFFECTIVE : ' TRANS-EFFDATE.                       00862001
008630 COUNT-RESULT-PARA.                                               00863001
008640     IF WS-REJ-REASON = SPACES                                    00864001
008650        ADD 1 TO WS-ACCEPTED-COUNT                                00865001
008660        EVALUATE TRUE                                             00866001
008670           WHEN TRANS-ACTION-ADD                                  00867001
008680              ADD 1 TO WS-ACC-ADD-COUNT                           00868001
008690           WHEN TRANS-ACTION-TERM                                 00869001
008700              ADD 1 TO WS-ACC-TRM-COUNT                           00870001
008710           WHEN OTHER                                             00871001
008720              ADD 1 TO WS-ACC-CHG-COUNT                           00872001
008730        END-EVALUATE                                              00873001
008740     ELSE                                                         00874001
008750        ADD 1 TO WS-REJECTED-COUNT                                00875001
008760        EVALUATE TRUE                                             00876001
008770           WHEN TRANS-ACTION-ADD                                  00877001
008780              ADD 1 TO WS-REJ-ADD-COUNT                           00878001
008790           WHEN TRANS-ACTION-TERM                                 00879001
008800              ADD 1 TO WS-REJ-TRM-COUNT                           00880001
008810           WHEN OTHER                                             00881001
008820              ADD 1 TO WS-REJ-CHG-COUNT                           00882001
008830        END-EVALUATE                                              00883001
008840     END-IF.                                                      00884001
008850 EDIT-TRANS-PARA.                                                 00885001
008860     IF NOT TRANS-ACTION-CHANGE                                   00886001
008870        AND NOT TRANS-ACTION-ADD                                  00887001
008880        AND NOT TRANS-ACTION-TERM                                 00888001
008890        AND NOT TRANS-ACTION-BONUS                                00889001
008900        MOVE 'R009' TO WS-REJ-REASON                              00890001
008910        DISPLAY 'TRANSACTION REJECTED, BAD ACTION : '             00891001
008920                TRANS-EMPNO ' ACTION : ' TRANS-ACTION             00892001
008930     END-IF                                                       00893001
008940     IF WS-REJ-REASON = SPACES                                    00894001
008950        AND TRANS-ACTION-BONUS                                    00895001
008960        AND TRANS-BONUS NOT NUMERIC                               00896001
008970        MOVE 'R002' TO WS-REJ-REASON                              00897001
008980        DISPLAY 'TRANSACTION REJECTED, BONUS NOT NUMERIC : '      00898001
008990                TRANS-EMPNO                                       00899001
009000     END-IF                                                       00900001
009010     IF WS-REJ-REASON = SPACES                                    00901001
009020        AND NOT TRANS-ACTION-TERM                                 00902001
009030        AND NOT TRANS-ACTION-BONUS                                00903001
009040        IF TRANS-SALARY NOT NUMERIC                               00904001
009050           MOVE 'R001' TO WS-REJ-REASON                           00905001
009060           DISPLAY 'TRANSACTION REJECTED, SALARY NOT NUMERIC : '  00906001
009070                   TRANS-EMPNO                                    00907001
009080        ELSE                                                      00908001
009090           IF TRANS-BONUS NOT NUMERIC                             00909001
009100              MOVE 'R002' TO WS-REJ-REASON                        00910001
009110              DISPLAY 'TRANSACTION REJECTED, BONUS NOT NUMERIC : '00911001
009120                      TRANS-EMPNO                                 00912001
009130           ELSE                                                   00913001
009140              IF TRANS-COMM NOT NUMERIC                           00914001
009150                 MOVE 'R003' TO WS-REJ-REASON                     00915001
009160                 DISPLAY 'TRANSACTION REJECTED, BAD COMM : '      00916001
009170                         TRANS-EMPNO                              00917001
009180              END-IF                                              00918001
009190           END-IF                                                 00919001
009200        END-IF                                                    00920001
009210     END-IF                                                       00921001
009220     IF WS-REJ-REASON = SPACES                                    00922001
009230        MOVE TRANS-EFFDATE TO WS-EDIT-DATE                        00923001
009240        PERFORM VALIDATE-DATE-PARA                                00924001
009250        IF NOT WS-DATE-VALID                                      00925001
009260           MOVE 'R004' TO WS-REJ-REASON                           00926001
009270           DISPLAY 'TRANSACTION REJECTED, BAD EFFDATE : '         00927001
009280                   TRANS-EMPNO ' EFFECTIVE : ' TRANS-EFFDATE      00928001
009290        END-IF                                                    00929001
009300     END-IF                                                       00930001
009310     IF WS-REJ-REASON = SPACES                                    00931001
009320        AND TRANS-ACTION-ADD                                      00932001
009330        PERFORM EDIT-HIRE-PARA                                    00933001
009340     END-IF.                                                      00934001
009350 EDIT-HIRE-PARA.                                                  00935001
009360     IF TRANS-FIRSTNME = SPACES                                   00936001
009370        OR TRANS-LASTNAME = SPACES                                00937001
009380        OR TRANS-WORKDEPT = SPACES                                00938001
009390        OR TRANS-SEX = SPACES                                     00939001
009400        MOVE 'R010' TO WS-REJ-REASON                              00940001
009410        DISPLAY 'TRANSACTION REJECTED, HIRE FIELD MISSING : '     00941001
009420                TRANS-EMPNO                                       00942001
009430     END-IF                                                       00943001
009440     IF WS-REJ-REASON = SPACES                                    00944001
009450        AND TRANS-EDLEVEL NOT NUMERIC                             00945001
009460        MOVE 'R016' TO WS-REJ-REASON                              00946001
009470        DISPLAY 'TRANSACTION REJECTED, EDLEVEL NOT NUMERIC : '    00947001
009480                TRANS-EMPNO                                       00948001
009490     END-IF                                                       00949001
009500     IF WS-REJ-REASON = SPACES                                    00950001
009510        MOVE TRANS-HIREDATE TO WS-EDIT-DATE                       00951001
009520        PERFORM VALIDATE-DATE-PARA                                00952001
009530        IF NOT WS-DATE-VALID                                      00953001
009540           MOVE 'R014' TO WS-REJ-REASON                           00954001
009550           DISPLAY 'TRANSACTION REJECTED, BAD HIREDATE : '        00955001
009560                   TRANS-EMPNO ' HIRED : ' TRANS-HIREDATE         00956001
009570        END-IF                                                    00957001
009580     END-IF                                                       00958001
009590     IF WS-REJ-REASON = SPACES                                    00959001
009600        MOVE TRANS-BIRTHDATE TO WS-EDIT-DATE                      00960001
009610        PERFORM VALIDATE-DATE-PARA                                00961001
009620        IF NOT WS-DATE-VALID                                      00962001
009630           MOVE 'R015' TO WS-REJ-REASON                           00963001
009640           DISPLAY 'TRANSACTION REJECTED, BAD BIRTHDATE : '       00964001
009650                   TRANS-EMPNO ' BORN : ' TRANS-BIRTHDATE         00965001
009660        END-IF                                                    00966001
009670     END-IF.                                                      00967001
009680 VALIDATE-DATE-PARA.                                              00968001
009690     MOVE 'N' TO WS-DATE-VALID-SW                                 00969001
009700     IF WS-ED-SEP1 = '-' AND WS-ED-SEP2 = '-'                     00970001
009710        AND WS-ED-YEAR NUMERIC                                    00971001
009720        AND WS-ED-MONTH NUMERIC                                   00972001
009730        AND WS-ED-DAY NUMERIC                                     00973001
009740        MOVE WS-ED-YEAR  TO WS-EDN-YEAR                           00974001
009750        MOVE WS-ED-MONTH TO WS-EDN-MONTH                          00975001
009760        MOVE WS-ED-DAY   TO WS-EDN-DAY                            00976001
009770        IF WS-EDN-MONTH > 0 AND WS-EDN-MONTH < 13                 00977001
009780           AND WS-EDN-DAY > 0                                     00978001
009790           IF WS-EDN-DAY NOT > WS-MONTH-DAYS (WS-EDN-MONTH)       00979001
009800              SET WS-DATE-VALID TO TRUE                           00980001
009810           ELSE                                                   00981001
009820              IF WS-EDN-MONTH = 2 AND WS-EDN-DAY = 29             00982001
009830                 PERFORM LEAP-YEAR-PARA                           00983001
009840              END-IF                                              00984001
009850           END-IF                                                 00985001
009860        END-IF                                                    00986001
009870     END-IF.                                                      00987001
009880 LEAP-YEAR-PARA.                                                  00988001
009890     DIVIDE WS-EDN-YEAR BY 4                                      00989001
009900            GIVING WS-LEAP-QUOTIENT                               00990001
009910            REMAINDER WS-LEAP-REMAINDER                           00991001
009920     IF WS-LEAP-REMAINDER = 0                                     00992001
009930        SET WS-DATE-VALID TO TRUE                                 00993001
009940        DIVIDE WS-EDN-YEAR BY 100                                 00994001
009950               GIVING WS-LEAP-QUOTIENT                            00995001
009960               REMAINDER WS-LEAP-REMAINDER                        00996001
009970        IF WS-LEAP-REMAINDER = 0                                  00997001
009980           MOVE 'N' TO WS-DATE-VALID-SW                           00998001
009990           DIVIDE WS-EDN-YEAR BY 400                              00999001
010000                  GIVING WS-LEAP-QUOTIENT                         01000001
010010                  REMAINDER WS-LEAP-REMAINDER                     01001001
010020           IF WS-LEAP-REMAINDER = 0                               01002001
010030              SET WS-DATE-VALID TO TRUE                           01003001
010040           END-IF                                                 01004001
010050        END-IF                                                    01005001
010060     END-IF.                                                      01006001
010070 TOLERANCE-CHECK-PARA.                                            01007001
010080     IF WS-OLD-SALARY > ZERO                                      01008001
010090        COMPUTE WS-CHANGE-PCT ROUNDED =                           01009001
010100                ((TRANS-SALARY - WS-OLD-SALARY) * 100)            01010001
010110                / WS-OLD-SALARY                                   01011001
010120        IF WS-CHANGE-PCT < ZERO                                   01012001
010130           COMPUTE WS-CHANGE-PCT = WS-CHANGE-PCT * -1             01013001
010140        END-IF                                                    01014001
010150        IF WS-CHANGE-PCT > WS-TOLERANCE-PCT                       01015001
010160           MOVE 'R005' TO WS-REJ-REASON                           01016001
010170           DISPLAY 'TRANSACTION REJECTED, OVER TOLERANCE : '      01017001
010180                   TRANS-EMPNO                                    01018001
010190        END-IF                                                    01019001
010200     END-IF.                                                      01020001
010210*****************************************************             01021001
010220* THE BAND FOR THE JOB IN HAND : TRANS-JOB ON AN    *             01022001
010230* ADD, THE JOB ALREADY ON THE EMP ROW ON A CHANGE.  *             01023001
010240* OUTSIDE THE BAND REJECTS; INSIDE BUT WITHIN THE   *             01024001
010250* MARGIN OF EITHER LIMIT GOES ON THE EXCEPTION      *             01025001
010260* REPORT SO COMPENSATION CAN EYEBALL IT             *             01026001
010270*****************************************************             01027001
010280 BAND-CHECK-PARA.                                                 01028001
010290     IF TRANS-ACTION-ADD                                          01029001
010300        MOVE TRANS-JOB  TO WS-CHECK-JOB                           01030001
010310     ELSE                                                         01031001
010320        MOVE WS-EMP-JOB TO WS-CHECK-JOB                           01032001
010330     END-IF                                                       01033001
010340     PERFORM FIND-BAND-PARA                                       01034001
010350     IF WS-BAND-HIT > ZERO                                        01035001
010360        EVALUATE TRUE                                             01036001
010370           WHEN TRANS-SALARY < WS-JRT-MIN (WS-BAND-HIT)           01037001
010380              MOVE 'R017' TO WS-REJ-REASON                        01038001
010390              DISPLAY 'TRANSACTION REJECTED, BELOW JOB BAND : '   01039001
010400                      TRANS-EMPNO ' JOB : ' WS-CHECK-JOB          01040001
010410           WHEN TRANS-SALARY > WS-JRT-MAX (WS-BAND-HIT)           01041001
010420              MOVE 'R018' TO WS-REJ-REASON                        01042001
010430              DISPLAY 'TRANSACTION REJECTED, ABOVE JOB BAND : '   01043001
010440                      TRANS-EMPNO ' JOB : ' WS-CHECK-JOB          01044001
010450           WHEN OTHER                                             01045001
010460              PERFORM BAND-MARGIN-PARA                            01046001
010470        END-EVALUATE                                              01047001
010480     END-IF.                                                      01048001
010490 FIND-BAND-PARA.                                                  01049001
010500     MOVE ZERO TO WS-BAND-HIT                                     01050001
010510     IF WS-CHECK-JOB NOT = SPACES                                 01051001
010520        PERFORM SCAN-BAND-PARA                                    01052001
010530                VARYING WS-JRT-IX FROM 1 BY 1                     01053001
010540                UNTIL WS-JRT-IX > WS-JRT-COUNT                    01054001
010550                   OR WS-BAND-HIT > ZERO                          01055001
010560     END-IF.                                                      01056001
010570 SCAN-BAND-PARA.                                                  01057001
010580     IF WS-JRT-JOB (WS-JRT-IX) = WS-CHECK-JOB                     01058001
010590        MOVE WS-JRT-IX TO WS-BAND-HIT                             01059001
010600     END-IF.                                                      01060001
010610 BAND-MARGIN-PARA.                                                01061001
010620     COMPUTE WS-BAND-LOW-EDGE ROUNDED =                           01062001
010630             WS-JRT-MIN (WS-BAND-HIT)                             01063001
010640             * (1 + WS-BAND-MARGIN-PCT / 100)                     01064001
010650     COMPUTE WS-BAND-HIGH-EDGE ROUNDED =                          01065001
010660             WS-JRT-MAX (WS-BAND-HIT)                             01066001
010670             * (1 - WS-BAND-MARGIN-PCT / 100)                     01067001
010680     EVALUATE TRUE                                                01068001
010690        WHEN TRANS-SALARY NOT > WS-BAND-LOW-EDGE                  01069001
010700           MOVE 'NEAR BAND MINIMUM' TO WS-PLB-NOTE                01070001
010710           PERFORM WRITE-BAND-EXC-PARA                            01071001
010720        WHEN TRANS-SALARY NOT < WS-BAND-HIGH-EDGE                 01072001
010730           MOVE 'NEAR BAND MAXIMUM' TO WS-PLB-NOTE                01073001
010740           PERFORM WRITE-BAND-EXC-PARA                            01074001
010750        WHEN OTHER                                                01075001
010760           CONTINUE                                               01076001
010770     END-EVALUATE.                                                01077001
010780 WRITE-BAND-EXC-PARA.                                             01078001
010790     ADD 1 TO WS-BAND-EXC-COUNT                                   01079001
010800     MOVE TRANS-EMPNO  TO WS-PLB-EMPNO                            01080001
010810     MOVE WS-CHECK-JOB TO WS-PLB-JOB                              01081001
010820     MOVE TRANS-SALARY TO WS-PLB-SALARY                           01082001
010830     MOVE WS-JRT-MIN (WS-BAND-HIT) TO WS-PLB-MIN                  01083001
010840     MOVE WS-JRT-MAX (WS-BAND-HIT) TO WS-PLB-MAX                  01084001
010850     MOVE WS-PRINT-LINE TO BAND-RPT-RECORD                        01085001
010860     WRITE BAND-RPT-RECORD                                        01086001
010870     MOVE SPACES TO WS-PL-BAND.                                   01087001
010880*****************************************************             01088001
010890* THE DEPARTMENT IN HAND : TRANS-WORKDEPT ON AN     *             01089001
010900* ADD, THE WORKDEPT ALREADY ON THE EMP ROW ON A     *             01090001
010910* CHANGE.  THE TRANSACTION IS APPLIED TO THE        *             01091001
010920* DEPARTMENT'S CURRENT EMP FIGURES; IT IS OVER      *             01092001
010930* BUDGET WHEN IT RAISES A FIGURE ABOVE THE BUDGET,  *             01093001
010940* SO A CUT IN A DEPARTMENT ALREADY OVER IS NOT HELD *             01094001
010950*****************************************************             01095001
010960 BUDGET-CHECK-PARA.                                               01096001
010970     MOVE 'N' TO WS-OVER-BUDGET-SW                                01097001
010980     IF TRANS-ACTION-ADD                                          01098001
010990        MOVE TRANS-WORKDEPT  TO WS-CHECK-DEPT                     01099001
011000     ELSE                                                         01100001
011010        MOVE WS-EMP-WORKDEPT TO WS-CHECK-DEPT                     01101001
011020     END-IF                                                       01102001
011030     PERFORM FIND-BUDGET-PARA                                     01103001
011040     IF WS-BUD-HIT > ZERO                                         01104001
011050        PERFORM DEPT-ACTUAL-PARA                                  01105001
011060     END-IF                                                       01106001
011070     IF WS-BUD-HIT > ZERO                                         01107001
011080        AND WS-REJ-REASON = SPACES                                01108001
011090        PERFORM PROJECT-BUDGET-PARA                               01109001
011100        IF WS-OVER-BUDGET                                         01110001
011110           PERFORM BUDGET-DECISION-PARA                           01111001
011120        END-IF                                                    01112001
011130     END-IF.                                                      01113001
011140 FIND-BUDGET-PARA.                                                01114001
011150     MOVE ZERO TO WS-BUD-HIT                                      01115001
011160     IF WS-CHECK-DEPT NOT = SPACES                                01116001
011170        PERFORM SCAN-BUDGET-PARA                                  01117001
011180                VARYING WS-BUD-IX FROM 1 BY 1                     01118001
011190                UNTIL WS-BUD-IX > WS-BUD-COUNT                    01119001
011200                   OR WS-BUD-HIT > ZERO                           01120001
011210     END-IF.                                                      01121001
011220 SCAN-BUDGET-PARA.                                                01122001
011230     IF WS-BUD-DEPTNO (WS-BUD-IX) = WS-CHECK-DEPT                 01123001
011240        MOVE WS-BUD-IX TO WS-BUD-HIT                              01124001
011250     END-IF.                                                      01125001
011260 DEPT-ACTUAL-PARA.                                                01126001
011270     EXEC SQL                                                     01127001
011280        SELECT COUNT(*), SUM(SALARY),                             01128001
011290               SUM(COALESCE(BONUS, 0) + COALESCE(COMM, 0))        01129001
011300          INTO :WS-DEPT-HC,                                       01130001
011310               :WS-DEPT-SALARY     :WS-IND-DEPT-SALARY,           01131001
011320               :WS-DEPT-BONUS-COMM :WS-IND-DEPT-BONUS-COMM        01132001
011330          FROM EMP                                                01133001
011340         WHERE WORKDEPT = :WS-CHECK-DEPT                          01134001
011350     END-EXEC                                                     01135001
011360     IF SQLCODE = 0                                               01136001
011370        IF WS-IND-DEPT-SALARY < ZERO                              01137001
011380           MOVE ZERO TO WS-DEPT-SALARY                            01138001
011390        END-IF                                                    01139001
011400        IF WS-IND-DEPT-BONUS-COMM < ZERO                          01140001
011410           MOVE ZERO TO WS-DEPT-BONUS-COMM                        01141001
011420        END-IF                                                    01142001
011430     ELSE                                                         01143001
011440        MOVE 'R007' TO WS-REJ-REASON                              01144001
011450        DISPLAY 'TRANSACTION REJECTED, DB2 ERROR ON BUDGET : '    01145001
011460                TRANS-EMPNO ' SQLCODE : ' SQLCODE                 01146001
011470        SET SQL-ERROR-OCCURRED TO TRUE                            01147001
011480     END-IF.                                                      01148001
011490 PROJECT-BUDGET-PARA.                                             01149001
011500     IF TRANS-ACTION-ADD                                          01150001
011510        COMPUTE WS-PROJ-HC = WS-DEPT-HC + 1                       01151001
011520        COMPUTE WS-PROJ-SALARY = WS-DEPT-SALARY + TRANS-SALARY    01152001
011530        COMPUTE WS-PROJ-BONUS-COMM = WS-DEPT-BONUS-COMM           01153001
011540                + TRANS-BONUS + TRANS-COMM                        01154001
011550     ELSE                                                         01155001
011560        MOVE WS-DEPT-HC TO WS-PROJ-HC                             01156001
011570        COMPUTE WS-PROJ-SALARY = WS-DEPT-SALARY                   01157001
011580                + TRANS-SALARY - WS-OLD-SALARY                    01158001
011590        COMPUTE WS-PROJ-BONUS-COMM = WS-DEPT-BONUS-COMM           01159001
011600                + TRANS-BONUS + TRANS-COMM                        01160001
011610                - WS-OLD-BONUS - WS-OLD-COMM                      01161001
011620     END-IF                                                       01162001
011630     MOVE SPACES TO WS-PL-BUDGET                                  01163001
011640     EVALUATE TRUE                                                01164001
011650        WHEN TRANS-ACTION-ADD                                     01165001
011660             AND WS-PROJ-HC > WS-BUD-HC (WS-BUD-HIT)              01166001
011670           MOVE 'OVER HEADCOUNT'  TO WS-PLG-NOTE                  01167001
011680           SET WS-OVER-BUDGET TO TRUE                             01168001
011690        WHEN WS-PROJ-SALARY > WS-BUD-SALARY (WS-BUD-HIT)          01169001
011700             AND WS-PROJ-SALARY > WS-DEPT-SALARY                  01170001
011710           MOVE 'OVER SALARY'     TO WS-PLG-NOTE                  01171001
011720           SET WS-OVER-BUDGET TO TRUE                             01172001
011730        WHEN WS-PROJ-BONUS-COMM > WS-BUD-BONUS-COMM (WS-BUD-HIT)  01173001
011740             AND WS-PROJ-BONUS-COMM > WS-DEPT-BONUS-COMM          01174001
011750           MOVE 'OVER BONUS+COMM' TO WS-PLG-NOTE                  01175001
011760           SET WS-OVER-BUDGET TO TRUE                             01176001
011770        WHEN OTHER                                                01177001
011780           CONTINUE                                               01178001
011790     END-EVALUATE.                                                01179001
011800*****************************************************             01180001
011810* FINANCE'S DECISION CARD, IF ANY, SETTLES AN OVER- *             01181001
011820* BUDGET TRANSACTION; WITHOUT ONE IT IS HELD        *             01182001
011830*****************************************************             01183001
011840 BUDGET-DECISION-PARA.                                            01184001
011850     PERFORM FIND-APPROVE-PARA                                    01185001
011860     EVALUATE TRUE                                                01186001
011870        WHEN WS-APR-HIT > ZERO                                    01187001
011880             AND WS-APR-DECISION (WS-APR-HIT) = 'A'               01188001
011890           ADD 1 TO WS-BUD-APPR-COUNT                             01189001
011900           MOVE 'APPROVED, POSTED' TO WS-PLG-DISP                 01190001
011910           DISPLAY 'OVER BUDGET, APPROVED BY FINANCE : '          01191001
011920                   TRANS-EMPNO ' DEPT : ' WS-CHECK-DEPT           01192001
011930        WHEN WS-APR-HIT > ZERO                                    01193001
011940             AND WS-APR-DECISION (WS-APR-HIT) = 'X'               01194001
011950           ADD 1 TO WS-BUD-CANCEL-COUNT                           01195001
011960           MOVE 'R022' TO WS-REJ-REASON                           01196001
011970           MOVE 'CANCELLED, R022'  TO WS-PLG-DISP                 01197001
011980           DISPLAY 'TRANSACTION REJECTED, CANCELLED BY FINANCE : '01198001
011990                   TRANS-EMPNO ' DEPT : ' WS-CHECK-DEPT           01199001
012000        WHEN OTHER                                                01200001
012010           MOVE 'HELD FOR FINANCE' TO WS-PLG-DISP                 01201001
012020           PERFORM WRITE-BUDGET-HOLD-PARA                         01202001
012030     END-EVALUATE                                                 01203001
012040     PERFORM WRITE-BUDGET-EXC-PARA.                               01204001
012050 FIND-APPROVE-PARA.                                               01205001
012060     MOVE ZERO TO WS-APR-HIT                                      01206001
012070     IF TRANS-ACTION-CHANGE                                       01207001
012080        MOVE 'C' TO WS-CHECK-ACTION                               01208001
012090     ELSE                                                         01209001
012100        MOVE TRANS-ACTION TO WS-CHECK-ACTION                      01210001
012110     END-IF                                                       01211001
012120     PERFORM SCAN-APPROVE-PARA                                    01212001
012130             VARYING WS-APR-IX FROM 1 BY 1                        01213001
012140             UNTIL WS-APR-IX > WS-APR-COUNT                       01214001
012150                OR WS-APR-HIT > ZERO.                             01215001
012160 SCAN-APPROVE-PARA.                                               01216001
012170     IF WS-APR-EMPNO (WS-APR-IX) = TRANS-EMPNO                    01217001
012180        AND WS-APR-ACTION (WS-APR-IX) = WS-CHECK-ACTION           01218001
012190        AND WS-APR-EFFDATE (WS-APR-IX) = TRANS-EFFDATE            01219001
012200        MOVE WS-APR-IX TO WS-APR-HIT                              01220001
012210     END-IF.                                                      01221001
012220*****************************************************             01222001
012230* AN OVER-BUDGET HOLD RIDES ON PENDOUT WITH THE      *            01223001
012240* FUTURE-DATED TRANSACTIONS, MARKED R021 IN THE      *            01224001
012250* TRAILING BYTES, AND COUNTS AS PENDING IN THE RUN   *            01225001
012260* TOTALS.  IT COMES BACK IN ON PENDIN EVERY NIGHT    *            01226001
012270*****************************************************             01227001
012280 WRITE-BUDGET-HOLD-PARA.                                          01228001
012290     SET WS-HELD TO TRUE                                          01229001
012300     ADD 1 TO WS-PENDING-COUNT                                    01230001
012310     ADD 1 TO WS-BUD-HOLD-COUNT                                   01231001
012320     ADD 1 TO WS-PEND-OUT-COUNT                                   01232001
012330     IF WS-PEND-SURPLUS > 0                                       01233001
012340        SUBTRACT 1 FROM WS-PEND-SURPLUS                           01234001
012350     ELSE                                                         01235001
012360        MOVE 'R021'       TO TRANS-REJ-AREA                       01236001
012370        MOVE TRANS-RECORD TO PEND-OUT-RECORD                      01237001
012380        WRITE PEND-OUT-RECORD                                     01238001
012390     END-IF                                                       01239001
012400     DISPLAY 'TRANSACTION HELD OVER BUDGET, EMPNO : ' TRANS-EMPNO 01240001
012410             ' DEPT : ' WS-CHECK-DEPT.                            01241001
012420 WRITE-BUDGET-EXC-PARA.                                           01242001
012430     MOVE TRANS-EMPNO                     TO WS-PLG-EMPNO         01243001
012440     MOVE WS-CHECK-ACTION                 TO WS-PLG-ACTION        01244001
012450     MOVE WS-CHECK-DEPT                   TO WS-PLG-DEPT          01245001
012460     MOVE TRANS-EFFDATE                   TO WS-PLG-EFFDATE       01246001
012470     MOVE WS-PROJ-HC                      TO WS-PLG-PROJ-HC       01247001
012480     MOVE WS-BUD-HC (WS-BUD-HIT)          TO WS-PLG-BUD-HC        01248001
012490     MOVE WS-PROJ-SALARY                  TO WS-PLG-PROJ-SALARY   01249001
012500     MOVE WS-BUD-SALARY (WS-BUD-HIT)      TO WS-PLG-BUD-SALARY    01250001
012510     MOVE WS-PROJ-BONUS-COMM              TO WS-PLG-PROJ-BC       01251001
012520     MOVE WS-BUD-BONUS-COMM (WS-BUD-HIT)  TO WS-PLG-BUD-BC        01252001
012530     MOVE WS-PRINT-LINE TO BUDGET-RPT-RECORD                      01253001
012540     WRITE BUDGET-RPT-RECORD                                      01254001
012550     MOVE SPACES TO WS-PL-BUDGET.                                 01255001
012560 LOAD-BUDGET-PARA.                                                01256001
012570     OPEN INPUT BUDGET-FILE                                       01257001
012580     PERFORM READ-BUDGET-PARA                                     01258001
012590     PERFORM STORE-BUDGET-PARA                                    01259001
012600             UNTIL WS-BUDGET-EOF                                  01260001
012610     CLOSE BUDGET-FILE                                            01261001
012620     DISPLAY 'DEPARTMENT BUDGETS LOADED : ' WS-BUD-COUNT.         01262001
012630 READ-BUDGET-PARA.                                                01263001
012640     READ BUDGET-FILE                                             01264001
012650         AT END                                                   01265001
012660           SET WS-BUDGET-EOF TO TRUE                              01266001
012670         NOT AT END                                               01267001
012680           CONTINUE                                               01268001
012690     END-READ.                                                    01269001
012700 STORE-BUDGET-PARA.                                               01270001
012710     IF BUD-DEPTNO NOT = SPACES                                   01271001
012720        AND BUD-FISCAL-YEAR-X NUMERIC                             01272001
012730        AND BUD-HEADCOUNT-X NUMERIC                               01273001
012740        AND BUD-SALARY-X NUMERIC                                  01274001
012750        AND BUD-BONUS-COMM-X NUMERIC                              01275001
012760        IF BUD-FISCAL-YEAR = WS-RDI-YEAR                          01276001
012770           IF WS-BUD-COUNT < WS-BUD-LIMIT                         01277001
012780              ADD 1 TO WS-BUD-COUNT                               01278001
012790              MOVE BUD-DEPTNO     TO WS-BUD-DEPTNO (WS-BUD-COUNT) 01279001
012800              MOVE BUD-HEADCOUNT  TO WS-BUD-HC (WS-BUD-COUNT)     01280001
012810              MOVE BUD-SALARY     TO WS-BUD-SALARY (WS-BUD-COUNT) 01281001
012820              MOVE BUD-BONUS-COMM                                 01282001
012830                TO WS-BUD-BONUS-COMM (WS-BUD-COUNT)               01283001
012840           ELSE                                                   01284001
012850              DISPLAY 'BUDGET TABLE FULL, CARD DROPPED : '        01285001
012860                      BUD-DEPTNO                                  01286001
012870           END-IF                                                 01287001
012880        END-IF                                                    01288001
012890     ELSE                                                         01289001
012900        DISPLAY 'BUDGET CARD NOT USABLE, DROPPED : '              01290001
012910                BUD-DEPTNO                                        01291001
012920     END-IF                                                       01292001
012930     PERFORM READ-BUDGET-PARA.                                    01293001
012940 LOAD-APPROVE-PARA.                                               01294001
012950     OPEN INPUT APPROVE-FILE                                      01295001
012960     PERFORM READ-APPROVE-PARA                                    01296001
012970     PERFORM STORE-APPROVE-PARA                                   01297001
012980             UNTIL WS-APPROVE-EOF                                 01298001
012990     CLOSE APPROVE-FILE                                           01299001
013000     DISPLAY 'FINANCE BUDGET DECISIONS  : ' WS-APR-COUNT.         01300001
013010 READ-APPROVE-PARA.                                               01301001
013020     READ APPROVE-FILE                                            01302001
013030         AT END                                                   01303001
013040           SET WS-APPROVE-EOF TO TRUE                             01304001
013050         NOT AT END                                               01305001
013060           CONTINUE                                               01306001
013070     END-READ.                                                    01307001
013080 STORE-APPROVE-PARA.                                              01308001
013090     IF APR-APPROVED OR APR-CANCELLED                             01309001
013100        IF WS-APR-COUNT < WS-APR-LIMIT                            01310001
013110           ADD 1 TO WS-APR-COUNT                                  01311001
013120           MOVE APR-EMPNO    TO WS-APR-EMPNO (WS-APR-COUNT)       01312001
013130           IF APR-ACTION = SPACE                                  01313001
013140              MOVE 'C'        TO WS-APR-ACTION (WS-APR-COUNT)     01314001
013150           ELSE                                                   01315001
013160              MOVE APR-ACTION TO WS-APR-ACTION (WS-APR-COUNT)     01316001
013170           END-IF                                                 01317001
013180           MOVE APR-EFFDATE  TO WS-APR-EFFDATE (WS-APR-COUNT)     01318001
013190           MOVE APR-DECISION TO WS-APR-DECISION (WS-APR-COUNT)    01319001
013200        ELSE                                                      01320001
013210           DISPLAY 'DECISION TABLE FULL, CARD DROPPED : '         01321001
013220                   APR-EMPNO                                      01322001
013230        END-IF                                                    01323001
013240     ELSE                                                         01324001
013250        DISPLAY 'DECISION CARD NOT USABLE, DROPPED : '            01325001
013260                APR-EMPNO                                         01326001
013270     END-IF                                                       01327001
013280     PERFORM READ-APPROVE-PARA.                                   01328001
013290 BUDGET-HEADING-PARA.                                             01329001
013300     MOVE SPACES TO WS-PL-HEADING                                 01330001
013310     MOVE "*********************************************"         01331001
013320         TO WS-PLH-BANNER                                         01332001
013330     MOVE WS-PRINT-LINE TO BUDGET-RPT-RECORD                      01333001
013340     WRITE BUDGET-RPT-RECORD AFTER ADVANCING PAGE                 01334001
013350     MOVE SPACES TO WS-PL-HEADING                                 01335001
013360     MOVE "     TRANSACTIONS OVER DEPARTMENT BUDGET     "         01336001
013370         TO WS-PLH-BANNER                                         01337001
013380     MOVE WS-PRINT-LINE TO BUDGET-RPT-RECORD                      01338001
013390     WRITE BUDGET-RPT-RECORD                                      01339001
013400     MOVE SPACES TO WS-PL-HEADING                                 01340001
013410     MOVE "EMPNO ,A,DPT,EFFECTIVE ,NEW HC,BUD HC,"                01341001
013420         TO WS-PLH-BANNER                                         01342001
013430     MOVE WS-PRINT-LINE TO BUDGET-RPT-RECORD                      01343001
013440     WRITE BUDGET-RPT-RECORD                                      01344001
013450     MOVE SPACES TO WS-PL-HEADING                                 01345001
013460     MOVE "NEW SALARY,BUDGET SALARY,NEW BONUS+COMM,"              01346001
013470         TO WS-PLH-BANNER                                         01347001
013480     MOVE WS-PRINT-LINE TO BUDGET-RPT-RECORD                      01348001
013490     WRITE BUDGET-RPT-RECORD                                      01349001
013500     MOVE SPACES TO WS-PL-HEADING                                 01350001
013510     MOVE "BUDGET BONUS+COMM,OVER ON,DISPOSITION"                 01351001
013520         TO WS-PLH-BANNER                                         01352001
013530     MOVE WS-PRINT-LINE TO BUDGET-RPT-RECORD                      01353001
013540     WRITE BUDGET-RPT-RECORD                                      01354001
013550     MOVE SPACES TO WS-PL-HEADING                                 01355001
013560     MOVE "*********************************************"         01356001
013570         TO WS-PLH-BANNER                                         01357001
013580     MOVE WS-PRINT-LINE TO BUDGET-RPT-RECORD                      01358001
013590     WRITE BUDGET-RPT-RECORD                                      01359001
013600     MOVE SPACES TO WS-PL-BUDGET.                                 01360001
013610 BUDGET-TRAILER-PARA.                                             01361001
013620     MOVE SPACES TO WS-PL-TRAILER                                 01362001
013630     MOVE "HELD FOR FINANCE      : "     TO WS-PLT-ACC-LBL        01363001
013640     MOVE WS-BUD-HOLD-COUNT              TO WS-PLT-ACCEPTED       01364001
013650     MOVE "APPROVED, POSTED      : "     TO WS-PLT-REJ-LBL        01365001
013660     MOVE WS-BUD-APPR-COUNT              TO WS-PLT-REJECTED       01366001
013670     MOVE WS-PRINT-LINE                  TO BUDGET-RPT-RECORD     01367001
013680     WRITE BUDGET-RPT-RECORD                                      01368001
013690     MOVE SPACES TO WS-PL-TRAILER                                 01369001
013700     MOVE "CANCELLED, REJECTED   : "     TO WS-PLT-ACC-LBL        01370001
013710     MOVE WS-BUD-CANCEL-COUNT            TO WS-PLT-ACCEPTED       01371001
013720     MOVE WS-PRINT-LINE                  TO BUDGET-RPT-RECORD     01372001
013730     WRITE BUDGET-RPT-RECORD.                                     01373001
013740 LOAD-JOBRATE-PARA.                                               01374001
013750     OPEN INPUT JOBRATE-FILE                                      01375001
013760     PERFORM READ-JOBRATE-PARA                                    01376001
013770     PERFORM STORE-JOBRATE-PARA                                   01377001
013780             UNTIL WS-JOBRATE-EOF                                 01378001
013790     CLOSE JOBRATE-FILE                                           01379001
013800     DISPLAY 'JOB SALARY BANDS LOADED : ' WS-JRT-COUNT.           01380001
013810 READ-JOBRATE-PARA.                                               01381001
013820     READ JOBRATE-FILE                                            01382001
013830         AT END                                                   01383001
013840           SET WS-JOBRATE-EOF TO TRUE                             01384001
013850         NOT AT END                                               01385001
013860           CONTINUE                                               01386001
013870     END-READ.                                                    01387001
013880 STORE-JOBRATE-PARA.                                              01388001
013890     IF JRT-JOB NOT = SPACES                                      01389001
013900        AND JRT-MIN-SALARY-X NUMERIC                              01390001
013910        AND JRT-MAX-SALARY-X NUMERIC                              01391001
013920        IF WS-JRT-COUNT < WS-JRT-LIMIT                            01392001
013930           ADD 1 TO WS-JRT-COUNT                                  01393001
013940           MOVE JRT-JOB        TO WS-JRT-JOB (WS-JRT-COUNT)       01394001
013950           MOVE JRT-MIN-SALARY TO WS-JRT-MIN (WS-JRT-COUNT)       01395001
013960           MOVE JRT-MAX-SALARY TO WS-JRT-MAX (WS-JRT-COUNT)       01396001
013970        ELSE                                                      01397001
013980           DISPLAY 'JOBRATE TABLE FULL, CARD DROPPED : '          01398001
013990                   JRT-JOB                                        01399001
014000        END-IF                                                    01400001
014010     ELSE                                                         01401001
014020        DISPLAY 'JOBRATE CARD NOT USABLE, DROPPED : '             01402001
014030                JRT-JOB                                           01403001
014040     END-IF                                                       01404001
014050     PERFORM READ-JOBRATE-PARA.                                   01405001
014060 BAND-HEADING-PARA.                                               01406001
014070     MOVE SPACES TO WS-PL-HEADING                                 01407001
014080     MOVE "*********************************************"         01408001
014090         TO WS-PLH-BANNER                                         01409001
014100     MOVE WS-PRINT-LINE TO BAND-RPT-RECORD                        01410001
014110     WRITE BAND-RPT-RECORD                                        01411001
014120     MOVE SPACES TO WS-PL-HEADING                                 01412001
014130     MOVE "        SALARY BAND EXCEPTION REPORT         "         01413001
014140         TO WS-PLH-BANNER                                         01414001
014150     MOVE WS-PRINT-LINE TO BAND-RPT-RECORD                        01415001
014160     WRITE BAND-RPT-RECORD                                        01416001
014170     MOVE SPACES TO WS-PL-HEADING                                 01417001
014180     MOVE "EMPNO ,JOB     ,SALARY       ,BAND MIN     ,"          01418001
014190         TO WS-PLH-BANNER                                         01419001
014200     MOVE WS-PRINT-LINE TO BAND-RPT-RECORD                        01420001
014210     WRITE BAND-RPT-RECORD                                        01421001
014220     MOVE SPACES TO WS-PL-HEADING                                 01422001
014230     MOVE "BAND MAX      ,NOTE"                                   01423001
014240         TO WS-PLH-BANNER                                         01424001
014250     MOVE WS-PRINT-LINE TO BAND-RPT-RECORD                        01425001
014260     WRITE BAND-RPT-RECORD                                        01426001
014270     MOVE SPACES TO WS-PL-HEADING                                 01427001
014280     MOVE "*********************************************"         01428001
014290         TO WS-PLH-BANNER                                         01429001
014300     MOVE WS-PRINT-LINE TO BAND-RPT-RECORD                        01430001
014310     WRITE BAND-RPT-RECORD                                        01431001
014320     MOVE SPACES TO WS-PL-BAND.                                   01432001
014330 WRITE-REJECT-PARA.                                               01433001
014340     ADD 1 TO WS-REJ-OUT-COUNT                                    01434001
014350     IF WS-REJ-SURPLUS > 0                                        01435001
014360        SUBTRACT 1 FROM WS-REJ-SURPLUS                            01436001
014370     ELSE                                                         01437001
014380        MOVE TRANS-RECORD  TO REJECT-RECORD                       01438001
014390        MOVE WS-REJ-REASON TO REJ-REASON                          01439001
014400        WRITE REJECT-RECORD                                       01440001
014410     END-IF.                                                      01441001
014420 COMMIT-CHECK-PARA.                                               01442001
014430     ADD 1 TO WS-COMMIT-COUNT                                     01443001
014440     IF WS-COMMIT-COUNT >= WS-COMMIT-FREQ                         01444001
014450        EXEC SQL                                                  01445001
014460           COMMIT                                                 01446001
014470        END-EXEC                                                  01447001
014480        MOVE ZERO TO WS-COMMIT-COUNT                              01448001
014490        PERFORM WRITE-CHKPT-PARA                                  01449001
014500     END-IF.                                                      01450001
014510 WRITE-CHKPT-PARA.                                                01451001
014520     PERFORM FLUSH-OUTPUTS-PARA                                   01452001
014530     OPEN OUTPUT CHKPT-FILE                                       01453001
014540     MOVE SPACES             TO CHKPT-RECORD                      01454001
014550     MOVE WS-PEND-IN-COUNT   TO CHK-PEND-IN-COUNT                 01455001
014560     MOVE WS-TRANS-IN-COUNT  TO CHK-TRANS-IN-COUNT                01456001
014570     MOVE WS-ACCEPTED-COUNT  TO CHK-ACCEPTED                      01457001
014580     MOVE WS-REJECTED-COUNT  TO CHK-REJECTED                      01458001
014590     MOVE WS-PENDING-COUNT   TO CHK-PENDING                       01459001
014600     MOVE WS-ACC-CHG-COUNT   TO CHK-ACC-CHG                       01460001
014610     MOVE WS-ACC-ADD-COUNT   TO CHK-ACC-ADD                       01461001
014620     MOVE WS-ACC-TRM-COUNT   TO CHK-ACC-TRM                       01462001
014630     MOVE WS-REJ-CHG-COUNT   TO CHK-REJ-CHG                       01463001
014640     MOVE WS-REJ-ADD-COUNT   TO CHK-REJ-ADD                       01464001
014650     MOVE WS-REJ-TRM-COUNT   TO CHK-REJ-TRM                       01465001
014660     MOVE WS-RUN-DATE-ISO    TO CHK-RUN-DATE                      01466001
014670     MOVE WS-HASH-SALARY     TO CHK-HASH-SALARY                   01467001
014680     MOVE WS-HASH-BONUS      TO CHK-HASH-BONUS                    01468001
014690     MOVE WS-HASH-COMM       TO CHK-HASH-COMM                     01469001
014700     MOVE WS-NET-SALARY      TO CHK-NET-SALARY                    01470001
014710     MOVE WS-NET-BONUS       TO CHK-NET-BONUS                     01471001
014720     MOVE WS-NET-COMM        TO CHK-NET-COMM                      01472001
014730     MOVE WS-AUDIT-OUT-COUNT TO CHK-AUDIT-OUT                     01473001
014740     MOVE WS-REJ-OUT-COUNT   TO CHK-REJ-OUT                       01474001
014750     MOVE WS-PEND-OUT-COUNT  TO CHK-PEND-OUT                      01475001
014760     MOVE WS-FORM-OUT-COUNT  TO CHK-FORM-OUT                      01476001
014770     MOVE WS-CHKPT-STATUS    TO CHK-STATUS                        01477001
014780     WRITE CHKPT-RECORD                                           01478001
014790     CLOSE CHKPT-FILE.                                            01479001
014800*****************************************************             01480001
014810* CLOSE AND RE-OPEN THE OUTPUT DATASETS SO WHAT IS   *            01481001
014820* ON DISK EXACTLY MATCHES THE CHECKPOINT POSITIONS   *            01482001
014830*****************************************************             01483001
014840 FLUSH-OUTPUTS-PARA.                                              01484001
014850     CLOSE AUDIT-FILE                                             01485001
014860     CLOSE REJECT-FILE                                            01486001
014870     CLOSE PEND-OUT-FILE                                          01487001
014880     CLOSE FORM-OUT-FILE                                          01488001
014890     OPEN EXTEND AUDIT-FILE                                       01489001
014900     OPEN EXTEND REJECT-FILE                                      01490001
014910     OPEN EXTEND PEND-OUT-FILE                                    01491001
014920     OPEN EXTEND FORM-OUT-FILE.                                   01492001
014930 VERIFY-OUTPUTS-PARA.                                             01493001
014940     PERFORM COUNT-AUDIT-OUT-PARA                                 01494001
014950     COMPUTE WS-AUDIT-SURPLUS =                                   01495001
014960             WS-DISK-COUNT - WS-AUDIT-OUT-COUNT                   01496001
014970     PERFORM COUNT-REJ-OUT-PARA                                   01497001
014980     COMPUTE WS-REJ-SURPLUS =                                     01498001
014990             WS-DISK-COUNT - WS-REJ-OUT-COUNT                     01499001
015000     PERFORM COUNT-PEND-OUT-PARA                                  01500001
015010     COMPUTE WS-PEND-SURPLUS =                                    01501001
015020             WS-DISK-COUNT - WS-PEND-OUT-COUNT                    01502001
015030     PERFORM COUNT-FORM-OUT-PARA                                  01503001
015040     COMPUTE WS-FORM-SURPLUS =                                    01504001
015050             WS-DISK-COUNT - WS-FORM-OUT-COUNT                    01505001
015060     IF WS-AUDIT-SURPLUS < ZERO                                   01506001
015070        OR WS-REJ-SURPLUS < ZERO                                  01507001
015080        OR WS-PEND-SURPLUS < ZERO                                 01508001
015090        OR WS-FORM-SURPLUS < ZERO                                 01509001
015100        DISPLAY 'OUTPUT DATASETS SHORTER THAN CHECKPOINT,'        01510001
015110        DISPLAY 'RESTART NOT SAFE, RERUN THE FULL JOB'            01511001
015120        MOVE 8 TO RETURN-CODE                                     01512001
015130        PERFORM CYCLE-END-PARA                                    01513001
015140        STOP RUN                                                  01514001
015150     END-IF                                                       01515001
015160     DISPLAY 'RESTART OUTPUT SURPLUS, AUDIT : '                   01516001
015170             WS-AUDIT-SURPLUS                                     01517001
015180             ' REJECT : ' WS-REJ-SURPLUS                          01518001
015190             ' PENDING : ' WS-PEND-SURPLUS                        01519001
015200             ' FORMER : ' WS-FORM-SURPLUS.                        01520001
015210 COUNT-AUDIT-OUT-PARA.                                            01521001
015220     MOVE ZERO TO WS-DISK-COUNT                                   01522001
015230     MOVE 'N'  TO WS-OUTCNT-SW                                    01523001
015240     OPEN INPUT AUDIT-FILE                                        01524001
015250     PERFORM COUNT-AUDIT-READ-PARA                                01525001
015260             UNTIL WS-OUTCNT-EOF                                  01526001
015270     CLOSE AUDIT-FILE.                                            01527001
015280 COUNT-AUDIT-READ-PARA.                                           01528001
015290     READ AUDIT-FILE                                              01529001
015300         AT END                                                   01530001
015310           SET WS-OUTCNT-EOF TO TRUE                              01531001
015320         NOT AT END                                               01532001
015330           ADD 1 TO WS-DISK-COUNT                                 01533001
015340     END-READ.                                                    01534001
015350 COUNT-REJ-OUT-PARA.                                              01535001
015360     MOVE ZERO TO WS-DISK-COUNT                                   01536001
015370     MOVE 'N'  TO WS-OUTCNT-SW                                    01537001
015380     OPEN INPUT REJECT-FILE                                       01538001
015390     PERFORM COUNT-REJ-READ-PARA                                  01539001
015400             UNTIL WS-OUTCNT-EOF                                  01540001
015410     CLOSE REJECT-FILE.                                           01541001
015420 COUNT-REJ-READ-PARA.                                             01542001
015430     READ REJECT-FILE                                             01543001
015440         AT END                                                   01544001
015450           SET WS-OUTCNT-EOF TO TRUE                              01545001
015460         NOT AT END                                               01546001
015470           ADD 1 TO WS-DISK-COUNT                                 01547001
015480     END-READ.                                                    01548001
015490 COUNT-PEND-OUT-PARA.                                             01549001
015500     MOVE ZERO TO WS-DISK-COUNT                                   01550001
015510     MOVE 'N'  TO WS-OUTCNT-SW                                    01551001
015520     OPEN INPUT PEND-OUT-FILE                                     01552001
015530     PERFORM COUNT-PEND-READ-PARA                                 01553001
015540             UNTIL WS-OUTCNT-EOF                                  01554001
015550     CLOSE PEND-OUT-FILE.                                         01555001
015560 COUNT-PEND-READ-PARA.                                            01556001
015570     READ PEND-OUT-FILE                                           01557001
015580         AT END                                                   01558001
015590           SET WS-OUTCNT-EOF TO TRUE                              01559001
015600         NOT AT END                                               01560001
015610           ADD 1 TO WS-DISK-COUNT                                 01561001
015620     END-READ.                                                    01562001
015630 COUNT-FORM-OUT-PARA.                                             01563001
015640     MOVE ZERO TO WS-DISK-COUNT                                   01564001
015650     MOVE 'N'  TO WS-OUTCNT-SW                                    01565001
015660     OPEN INPUT FORM-OUT-FILE                                     01566001
015670     PERFORM COUNT-FORM-READ-PARA                                 01567001
015680             UNTIL WS-OUTCNT-EOF                                  01568001
015690     CLOSE FORM-OUT-FILE.                                         01569001
015700 COUNT-FORM-READ-PARA.                                            01570001
015710     READ FORM-OUT-FILE                                           01571001
015720         AT END                                                   01572001
015730           SET WS-OUTCNT-EOF TO TRUE                              01573001
015740         NOT AT END                                               01574001
015750           ADD 1 TO WS-DISK-COUNT                                 01575001
015760     END-READ.                                                    01576001
015770*****************************************************             01577001
015780* A RESTART WITHOUT A USABLE IN-FLIGHT CHECKPOINT IS *            01578001
015790* NEVER DOWNGRADED TO A NORMAL RUN : THE RESTART JCL *            01579001
015800* HAS THE OUTPUT DATASETS ALLOCATED DISP=MOD, SO A   *            01580001
015810* FULL RERUN ON TOP OF THEM WOULD DUPLICATE OUTPUT.  *            01581001
015820* FAIL THE STEP SO OPERATIONS RERUN WITH THE NORMAL  *            01582001
015830* JCL AND FRESH OUTPUT ALLOCATIONS INSTEAD           *            01583001
015840*****************************************************             01584001
015850 READ-CHKPT-PARA.                                                 01585001
015860     OPEN INPUT CHKPT-FILE                                        01586001
015870     READ CHKPT-FILE                                              01587001
015880         AT END                                                   01588001
015890           DISPLAY 'RESTART REQUESTED BUT NO CHECKPOINT ON FILE'  01589001
015900           DISPLAY 'RERUN THE JOB WITH THE NORMAL RUN JCL'        01590001
015910           MOVE 8 TO RETURN-CODE                                  01591001
015920           PERFORM CYCLE-END-PARA                                 01592001
015930           STOP RUN                                               01593001
015940         NOT AT END                                               01594001
015950           IF CHK-RUN-COMPLETE                                    01595001
015960              DISPLAY 'RESTART REQUESTED BUT THE CHECKPOINT IS'   01596001
015970              DISPLAY 'FROM A COMPLETED RUN OF ' CHK-RUN-DATE     01597001
015980              DISPLAY 'RERUN THE JOB WITH THE NORMAL RUN JCL'     01598001
015990              MOVE 8 TO RETURN-CODE                               01599001
016000              PERFORM CYCLE-END-PARA                              01600001
016010              STOP RUN                                            01601001
016020           ELSE                                                   01602001
016030              PERFORM RESTORE-CHKPT-PARA                          01603001
016040           END-IF                                                 01604001
016050     END-READ                                                     01605001
016060     CLOSE CHKPT-FILE.                                            01606001
016070*****************************************************             01607001
016080* THE RESTART RERUNS UNDER THE ABENDED RUN'S DATE SO *            01608001
016090* THE PENDING TEST, THE AUDIT IMAGES AND THE TOTOUT  *            01609001
016100* RECORD REPRODUCE THE ORIGINAL RUN EXACTLY EVEN     *            01610001
016110* WHEN THE RESTART CROSSES MIDNIGHT                  *            01611001
016120*****************************************************             01612001
016130 RESTORE-CHKPT-PARA.                                              01613001
016140     MOVE CHK-RUN-DATE       TO WS-RUN-DATE-ISO                   01614001
016150     MOVE CHK-PEND-IN-COUNT  TO WS-PEND-SKIP                      01615001
016160     MOVE CHK-TRANS-IN-COUNT TO WS-TRANS-SKIP                     01616001
016170     MOVE CHK-ACCEPTED       TO WS-ACCEPTED-COUNT                 01617001
016180     MOVE CHK-REJECTED       TO WS-REJECTED-COUNT                 01618001
016190     MOVE CHK-PENDING        TO WS-PENDING-COUNT                  01619001
016200     MOVE CHK-ACC-CHG        TO WS-ACC-CHG-COUNT                  01620001
016210     MOVE CHK-ACC-ADD        TO WS-ACC-ADD-COUNT                  01621001
016220     MOVE CHK-ACC-TRM        TO WS-ACC-TRM-COUNT                  01622001
016230     MOVE CHK-REJ-CHG        TO WS-REJ-CHG-COUNT                  01623001
016240     MOVE CHK-REJ-ADD        TO WS-REJ-ADD-COUNT                  01624001
016250     MOVE CHK-REJ-TRM        TO WS-REJ-TRM-COUNT                  01625001
016260     MOVE CHK-HASH-SALARY    TO WS-HASH-SALARY                    01626001
016270     MOVE CHK-HASH-BONUS     TO WS-HASH-BONUS                     01627001
016280     MOVE CHK-HASH-COMM      TO WS-HASH-COMM                      01628001
016290     MOVE CHK-NET-SALARY     TO WS-NET-SALARY                     01629001
016300     MOVE CHK-NET-BONUS      TO WS-NET-BONUS                      01630001
016310     MOVE CHK-NET-COMM       TO WS-NET-COMM                       01631001
016320     MOVE CHK-AUDIT-OUT      TO WS-AUDIT-OUT-COUNT                01632001
016330     MOVE CHK-REJ-OUT        TO WS-REJ-OUT-COUNT                  01633001
016340     MOVE CHK-PEND-OUT       TO WS-PEND-OUT-COUNT                 01634001
016350     MOVE CHK-FORM-OUT       TO WS-FORM-OUT-COUNT                 01635001
016360     DISPLAY 'RESTART, SPACING PAST PENDIN : '                    01636001
016370             WS-PEND-SKIP                                         01637001
016380             ' TRANSIN : ' WS-TRANS-SKIP.                         01638001
016390 VALIDATE-EMPNO-PARA.                                             01639001
016400     EXEC SQL                                                     01640001
016410        SELECT EMPNO, SALARY, BONUS, COMM, JOB, WORKDEPT          01641001
016420          INTO :WS-CHECK-EMPNO,                                   01642001
016430               :WS-OLD-SALARY :WS-IND-OLD-SALARY,                 01643001
016440               :WS-OLD-BONUS  :WS-IND-OLD-BONUS,                  01644001
016450               :WS-OLD-COMM   :WS-IND-OLD-COMM,                   01645001
016460               :WS-EMP-JOB    :WS-IND-EMP-JOB,                    01646001
016470               :WS-EMP-WORKDEPT :WS-IND-EMP-WORKDEPT              01647001
016480          FROM EMP                                                01648001
016490         WHERE EMPNO = :TRANS-EMPNO                               01649001
016500     END-EXEC                                                     01650001
016510     EVALUATE TRUE                                                01651001
016520        WHEN SQLCODE = 0                                          01652001
016530           IF TRANS-ACTION-ADD                                    01653001
016540              MOVE 'R011' TO WS-REJ-REASON                        01654001
016550              DISPLAY 'TRANSACTION REJECTED, EMPNO ON EMP : '     01655001
016560                      TRANS-EMPNO                                 01656001
016570           ELSE                                                   01657001
016580              PERFORM OLD-NULL-CHECK-PARA                         01658001
016590           END-IF                                                 01659001
016600        WHEN SQLCODE = 100                                        01660001
016610           IF TRANS-ACTION-ADD                                    01661001
016620              CONTINUE                                            01662001
016630           ELSE                                                   01663001
016640              MOVE 'R006' TO WS-REJ-REASON                        01664001
016650              DISPLAY 'TRANSACTION REJECTED, EMPNO NOT FOUND : '  01665001
016660                      TRANS-EMPNO ' EFFECTIVE : ' TRANS-EFFDATE   01666001
016670           END-IF                                                 01667001
016680        WHEN OTHER                                                01668001
016690           MOVE 'R007' TO WS-REJ-REASON                           01669001
016700           DISPLAY 'TRANSACTION REJECTED, DB2 ERROR ON LOOKUP : ' 01670001
016710                   TRANS-EMPNO ' SQLCODE : ' SQLCODE              01671001
016720           SET SQL-ERROR-OCCURRED TO TRUE                         01672001
016730     END-EVALUATE.                                                01673001
016740 OLD-NULL-CHECK-PARA.                                             01674001
016750     IF WS-IND-OLD-SALARY < ZERO                                  01675001
016760        MOVE ZERO TO WS-OLD-SALARY                                01676001
016770     END-IF                                                       01677001
016780     IF WS-IND-OLD-BONUS < ZERO                                   01678001
016790        MOVE ZERO TO WS-OLD-BONUS                                 01679001
016800     END-IF                                                       01680001
016810     IF WS-IND-OLD-COMM < ZERO                                    01681001
016820        MOVE ZERO TO WS-OLD-COMM                                  01682001
016830     END-IF                                                       01683001
016840     IF WS-IND-EMP-JOB < ZERO                                     01684001
016850        MOVE SPACES TO WS-EMP-JOB                                 01685001
016860     END-IF                                                       01686001
016870     IF WS-IND-EMP-WORKDEPT < ZERO                                01687001
016880        MOVE SPACES TO WS-EMP-WORKDEPT                            01688001
016890     END-IF.                                                      01689001
016900 UPDATE-EMP-PARA.                                                 01690001
016910     EXEC SQL                                                     01691001
016920        UPDATE EMP                                                01692001
016930           SET SALARY = :TRANS-SALARY,                            01693001
016940               BONUS  = :TRANS-BONUS,                             01694001
016950               COMM   = :TRANS-COMM                               01695001
016960         WHERE EMPNO = :TRANS-EMPNO                               01696001
016970     END-EXEC                                                     01697001
016980     IF SQLCODE NOT = 0                                           01698001
016990        MOVE 'R008' TO WS-REJ-REASON                              01699001
017000        DISPLAY 'UPDATE FAILED FOR EMPNO : ' TRANS-EMPNO          01700001
017010                ' SQLCODE : ' SQLCODE                             01701001
017020        SET SQL-ERROR-OCCURRED TO TRUE                            01702001
017030     ELSE                                                         01703001
017040        MOVE TRANS-SALARY TO WS-NEW-SALARY                        01704001
017050        MOVE TRANS-BONUS  TO WS-NEW-BONUS                         01705001
017060        MOVE TRANS-COMM   TO WS-NEW-COMM                          01706001
017070        PERFORM NET-CHANGE-PARA                                   01707001
017080        PERFORM WRITE-AUDIT-PARA                                  01708001
017090        DISPLAY 'TRANSACTION ACCEPTED, EMPNO : ' TRANS-EMPNO      01709001
017100                ' EFFECTIVE : ' TRANS-EFFDATE                     01710001
017110     END-IF.                                                      01711001
017120 NET-CHANGE-PARA.                                                 01712001
017130     COMPUTE WS-NET-SALARY = WS-NET-SALARY                        01713001
017140             + WS-NEW-SALARY - WS-OLD-SALARY                      01714001
017150     COMPUTE WS-NET-BONUS  = WS-NET-BONUS                         01715001
017160             + WS-NEW-BONUS - WS-OLD-BONUS                        01716001
017170     COMPUTE WS-NET-COMM   = WS-NET-COMM                          01717001
017180             + WS-NEW-COMM - WS-OLD-COMM.                         01718001
017190 UPDATE-BONUS-PARA.                                               01719001
017200     EXEC SQL                                                     01720001
017210        UPDATE EMP                                                01721001
017220           SET BONUS = :TRANS-BONUS                               01722001
017230         WHERE EMPNO = :TRANS-EMPNO                               01723001
017240     END-EXEC                                                     01724001
017250     IF SQLCODE NOT = 0                                           01725001
017260        MOVE 'R008' TO WS-REJ-REASON                              01726001
017270        DISPLAY 'BONUS UPDATE FAILED FOR EMPNO : ' TRANS-EMPNO    01727001
017280                ' SQLCODE : ' SQLCODE                             01728001
017290        SET SQL-ERROR-OCCURRED TO TRUE                            01729001
017300     ELSE                                                         01730001
017310        MOVE WS-OLD-SALARY TO WS-NEW-SALARY                       01731001
017320        MOVE TRANS-BONUS   TO WS-NEW-BONUS                        01732001
017330        MOVE WS-OLD-COMM   TO WS-NEW-COMM                         01733001
017340        PERFORM NET-CHANGE-PARA                                   01734001
017350        PERFORM WRITE-AUDIT-PARA                                  01735001
017360        DISPLAY 'BONUS AWARD POSTED, EMPNO : ' TRANS-EMPNO        01736001
017370                ' EFFECTIVE : ' TRANS-EFFDATE                     01737001
017380     END-IF.                                                      01738001
017390 INSERT-EMP-PARA.                                                 01739001
017400     PERFORM BUILD-DCLEMP-PARA                                    01740001
017410     EXEC SQL                                                     01741001
017420        INSERT INTO EMP                                           01742001
017430          (EMPNO, FIRSTNME, MIDINIT, LASTNAME, WORKDEPT,          01743001
017440           PHONENO, HIREDATE, JOB, EDLEVEL, SEX, BIRTHDATE,       01744001
017450           SALARY, BONUS, COMM)                                   01745001
017460        VALUES                                                    01746001
017470          (:DCL-EMPNO, :DCL-FIRSTNME, :DCL-MIDINIT,               01747001
017480           :DCL-LASTNAME, :DCL-WORKDEPT, :DCL-PHONENO,            01748001
017490           :DCL-HIREDATE, :DCL-JOB, :DCL-EDLEVEL, :DCL-SEX,       01749001
017500           :DCL-BIRTHDATE, :DCL-SALARY, :DCL-BONUS, :DCL-COMM)    01750001
017510     END-EXEC                                                     01751001
017520     IF SQLCODE NOT = 0                                           01752001
017530        MOVE 'R012' TO WS-REJ-REASON                              01753001
017540        DISPLAY 'INSERT FAILED FOR EMPNO : ' TRANS-EMPNO          01754001
017550                ' SQLCODE : ' SQLCODE                             01755001
017560        SET SQL-ERROR-OCCURRED TO TRUE                            01756001
017570     ELSE                                                         01757001
017580        MOVE ZERO TO WS-OLD-SALARY                                01758001
017590        MOVE ZERO TO WS-OLD-BONUS                                 01759001
017600        MOVE ZERO TO WS-OLD-COMM                                  01760001
017610        MOVE TRANS-SALARY TO WS-NEW-SALARY                        01761001
017620        MOVE TRANS-BONUS  TO WS-NEW-BONUS                         01762001
017630        MOVE TRANS-COMM   TO WS-NEW-COMM                          01763001
017640        PERFORM NET-CHANGE-PARA                                   01764001
017650        PERFORM WRITE-AUDIT-PARA                                  01765001
017660        DISPLAY 'NEW HIRE ADDED, EMPNO : ' TRANS-EMPNO            01766001
017670                ' EFFECTIVE : ' TRANS-EFFDATE                     01767001
017680     END-IF.                                                      01768001
017690 DELETE-EMP-PARA.                                                 01769001
017700     PERFORM CAPTURE-EMP-PARA                                     01770001
017710     IF WS-REJ-REASON = SPACES                                    01771001
017720        PERFORM DELETE-ROW-PARA                                   01772001
017730     END-IF.                                                      01773001
017740*****************************************************             01774001
017750* READS THE WHOLE ROW ABOUT TO BE DELETED, FOR THE   *            01775001
017760* FORMER-EMPLOYEE MASTER                             *            01776001
017770*****************************************************             01777001
017780 CAPTURE-EMP-PARA.                                                01778001
017790     INITIALIZE DCLEMP                                            01779001
017800     EXEC SQL                                                     01780001
017810        SELECT EMPNO, FIRSTNME, MIDINIT, LASTNAME,                01781001
017820               WORKDEPT, PHONENO, HIREDATE, JOB,                  01782001
017830               EDLEVEL, SEX, BIRTHDATE,                           01783001
017840               SALARY, BONUS, COMM                                01784001
017850          INTO :DCL-EMPNO,                                        01785001
017860               :DCL-FIRSTNME,                                     01786001
017870               :DCL-MIDINIT,                                      01787001
017880               :DCL-LASTNAME,                                     01788001
017890               :DCL-WORKDEPT  :IND-WORKDEPT,                      01789001
017900               :DCL-PHONENO   :IND-PHONENO,                       01790001
017910               :DCL-HIREDATE  :IND-HIREDATE,                      01791001
017920               :DCL-JOB       :IND-JOB,                           01792001
017930               :DCL-EDLEVEL   :IND-EDLEVEL,                       01793001
017940               :DCL-SEX       :IND-SEX,                           01794001
017950               :DCL-BIRTHDATE :IND-BIRTHDATE,                     01795001
017960               :DCL-SALARY    :IND-SALARY,                        01796001
017970               :DCL-BONUS     :IND-BONUS,                         01797001
017980               :DCL-COMM      :IND-COMM                           01798001
017990          FROM EMP                                                01799001
018000         WHERE EMPNO = :TRANS-EMPNO                               01800001
018010     END-EXEC                                                     01801001
018020     IF SQLCODE NOT = 0                                           01802001
018030        MOVE 'R007' TO WS-REJ-REASON                              01803001
018040        DISPLAY 'TRANSACTION REJECTED, DB2 ERROR ON LOOKUP : '    01804001
018050                TRANS-EMPNO ' SQLCODE : ' SQLCODE                 01805001
018060        SET SQL-ERROR-OCCURRED TO TRUE                            01806001
018070     END-IF.                                                      01807001
018080 DELETE-ROW-PARA.                                                 01808001
018090     EXEC SQL                                                     01809001
018100        DELETE FROM EMP                                           01810001
018110         WHERE EMPNO = :TRANS-EMPNO                               01811001
018120     END-EXEC                                                     01812001
018130     IF SQLCODE NOT = 0                                           01813001
018140        MOVE 'R013' TO WS-REJ-REASON                              01814001
018150        DISPLAY 'DELETE FAILED FOR EMPNO : ' TRANS-EMPNO          01815001
018160                ' SQLCODE : ' SQLCODE                             01816001
018170        SET SQL-ERROR-OCCURRED TO TRUE                            01817001
018180     ELSE                                                         01818001
018190        MOVE ZERO TO WS-NEW-SALARY                                01819001
018200        MOVE ZERO TO WS-NEW-BONUS                                 01820001
018210        MOVE ZERO TO WS-NEW-COMM                                  01821001
018220        PERFORM NET-CHANGE-PARA                                   01822001
018230        PERFORM WRITE-AUDIT-PARA                                  01823001
018240        PERFORM WRITE-FORMER-PARA                                 01824001
018250        DISPLAY 'TERMINATION POSTED, EMPNO : ' TRANS-EMPNO        01825001
018260                ' EFFECTIVE : ' TRANS-EFFDATE                     01826001
018270     END-IF.                                                      01827001
018280 BUILD-DCLEMP-PARA.                                               01828001
018290     INITIALIZE DCLEMP                                            01829001
018300     MOVE TRANS-EMPNO     TO DCL-EMPNO                            01830001
018310     MOVE TRANS-FIRSTNME  TO DCL-FIRSTNME-TEXT                    01831001
018320     MOVE TRANS-FIRSTNME  TO WS-NAME-FIELD                        01832001
018330     MOVE 12              TO WS-NAME-MAX                          01833001
018340     PERFORM TRIM-NAME-PARA                                       01834001
018350     MOVE WS-NAME-LEN     TO DCL-FIRSTNME-LEN                     01835001
018360     MOVE TRANS-MIDINIT   TO DCL-MIDINIT                          01836001
018370     MOVE TRANS-LASTNAME  TO DCL-LASTNAME-TEXT                    01837001
018380     MOVE TRANS-LASTNAME  TO WS-NAME-FIELD                        01838001
018390     MOVE 15              TO WS-NAME-MAX                          01839001
018400     PERFORM TRIM-NAME-PARA                                       01840001
018410     MOVE WS-NAME-LEN     TO DCL-LASTNAME-LEN                     01841001
018420     MOVE TRANS-WORKDEPT  TO DCL-WORKDEPT                         01842001
018430     MOVE TRANS-PHONENO   TO DCL-PHONENO                          01843001
018440     MOVE TRANS-HIREDATE  TO DCL-HIREDATE                         01844001
018450     MOVE TRANS-JOB       TO DCL-JOB                              01845001
018460     MOVE TRANS-EDLEVEL   TO WS-EDLEVEL-NUM                       01846001
018470     MOVE WS-EDLEVEL-NUM  TO DCL-EDLEVEL                          01847001
018480     MOVE TRANS-SEX       TO DCL-SEX                              01848001
018490     MOVE TRANS-BIRTHDATE TO DCL-BIRTHDATE                        01849001
018500     MOVE TRANS-SALARY    TO DCL-SALARY                           01850001
018510     MOVE TRANS-BONUS     TO DCL-BONUS                            01851001
018520     MOVE TRANS-COMM      TO DCL-COMM.                            01852001
018530 TRIM-NAME-PARA.                                                  01853001
018540     MOVE ZERO TO WS-NAME-LEN                                     01854001
018550     PERFORM TRIM-SCAN-PARA                                       01855001
018560             VARYING WS-NAME-IX FROM 1 BY 1                       01856001
018570             UNTIL WS-NAME-IX > WS-NAME-MAX.                      01857001
018580 TRIM-SCAN-PARA.                                                  01858001
018590     IF WS-NAME-FIELD (WS-NAME-IX:1) NOT = SPACE                  01859001
018600        MOVE WS-NAME-IX TO WS-NAME-LEN                            01860001
018610     END-IF.                                                      01861001
018620 WRITE-FORMER-PARA.                                               01862001
018630     MOVE SPACES             TO FORMER-RECORD                     01863001
018640     MOVE ALL 'N'            TO FRM-NULL-FLAGS                    01864001
018650     MOVE DCL-EMPNO          TO FRM-EMPNO                         01865001
018660     MOVE DCL-FIRSTNME-TEXT  TO FRM-FIRSTNME                      01866001
018670     MOVE DCL-MIDINIT        TO FRM-MIDINIT                       01867001
018680     MOVE DCL-LASTNAME-TEXT  TO FRM-LASTNAME                      01868001
018690     MOVE ZERO               TO FRM-EDLEVEL                       01869001
018700     MOVE ZERO               TO FRM-SALARY                        01870001
018710     MOVE ZERO               TO FRM-BONUS                         01871001
018720     MOVE ZERO               TO FRM-COMM                          01872001
018730     IF IND-WORKDEPT < ZERO                                       01873001
018740        MOVE 'Y' TO FRM-WORKDEPT-NF                               01874001
018750     ELSE                                                         01875001
018760        MOVE DCL-WORKDEPT TO FRM-WORKDEPT                         01876001
018770     END-IF                                                       01877001
018780     IF IND-PHONENO < ZERO                                        01878001
018790        MOVE 'Y' TO FRM-PHONENO-NF                                01879001
018800     ELSE                                                         01880001
018810        MOVE DCL-PHONENO TO FRM-PHONENO                           01881001
018820     END-IF                                                       01882001
018830     IF IND-HIREDATE < ZERO                                       01883001
018840        MOVE 'Y' TO FRM-HIREDATE-NF                               01884001
018850     ELSE                                                         01885001
018860        MOVE DCL-HIREDATE TO FRM-HIREDATE                         01886001
018870     END-IF                                                       01887001
018880     IF IND-JOB < ZERO                                            01888001
018890        MOVE 'Y' TO FRM-JOB-NF                                    01889001
018900     ELSE                                                         01890001
018910        MOVE DCL-JOB TO FRM-JOB                                   01891001
018920     END-IF                                                       01892001
018930     IF IND-EDLEVEL < ZERO                                        01893001
018940        MOVE 'Y' TO FRM-EDLEVEL-NF                                01894001
018950     ELSE                                                         01895001
018960        MOVE DCL-EDLEVEL TO FRM-EDLEVEL                           01896001
018970     END-IF                                                       01897001
018980     IF IND-SEX < ZERO                                            01898001
018990        MOVE 'Y' TO FRM-SEX-NF                                    01899001
019000     ELSE                                                         01900001
019010        MOVE DCL-SEX TO FRM-SEX                                   01901001
019020     END-IF                                                       01902001
019030     IF IND-BIRTHDATE < ZERO                                      01903001
019040        MOVE 'Y' TO FRM-BIRTHDATE-NF                              01904001
019050     ELSE                                                         01905001
019060        MOVE DCL-BIRTHDATE TO FRM-BIRTHDATE                       01906001
019070     END-IF                                                       01907001
019080     IF IND-SALARY < ZERO                                         01908001
019090        MOVE 'Y' TO FRM-SALARY-NF                                 01909001
019100     ELSE                                                         01910001
019110        MOVE DCL-SALARY TO FRM-SALARY                             01911001
019120     END-IF                                                       01912001
019130     IF IND-BONUS < ZERO                                          01913001
019140        MOVE 'Y' TO FRM-BONUS-NF                                  01914001
019150     ELSE                                                         01915001
019160        MOVE DCL-BONUS TO FRM-BONUS                               01916001
019170     END-IF                                                       01917001
019180     IF IND-COMM < ZERO                                           01918001
019190        MOVE 'Y' TO FRM-COMM-NF                                   01919001
019200     ELSE                                                         01920001
019210        MOVE DCL-COMM TO FRM-COMM                                 01921001
019220     END-IF                                                       01922001
019230     MOVE TRANS-EFFDATE      TO FRM-TERM-DATE                     01923001
019240     MOVE WS-RUN-DATE-ISO    TO FRM-TERM-RUN-DATE                 01924001
019250     MOVE WS-INPUT-SEQ-NO    TO FRM-TERM-SEQ-NO                   01925001
019260     PERFORM ADD-FORMER-PARA                                      01926001
019270     ADD 1 TO WS-FORM-OUT-COUNT                                   01927001
019280     IF WS-FORM-SURPLUS > 0                                       01928001
019290        SUBTRACT 1 FROM WS-FORM-SURPLUS                           01929001
019300     ELSE                                                         01930001
019310        WRITE FORMER-RECORD                                       01931001
019320     END-IF.                                                      01932001
019330*****************************************************             01933001
019340* A NEW HIRE WHOSE EMPNO BELONGED TO A FORMER        *            01934001
019350* EMPLOYEE, OR WHO HAS THE NAME AND BIRTHDATE OF A   *            01935001
019360* FORMER EMPLOYEE UNDER ANOTHER EMPNO, IS LISTED ON  *            01936001
019370* THE REHIRE REPORT FOR HR TO CONFIRM                *            01937001
019380*****************************************************             01938001
019390 REHIRE-CHECK-PARA.                                               01939001
019400     MOVE ZERO TO WS-FRM-EMPNO-HIT                                01940001
019410     MOVE ZERO TO WS-FRM-NAME-HIT                                 01941001
019420     PERFORM REHIRE-SCAN-PARA                                     01942001
019430             VARYING WS-FRM-IX FROM 1 BY 1                        01943001
019440             UNTIL WS-FRM-IX > WS-FRM-COUNT                       01944001
019450     IF WS-FRM-EMPNO-HIT > ZERO                                   01945001
019460        MOVE WS-FRM-EMPNO-HIT TO WS-FRM-IX                        01946001
019470        IF WS-FRM-FIRSTNME (WS-FRM-IX) = TRANS-FIRSTNME           01947001
019480           AND WS-FRM-LASTNAME (WS-FRM-IX) = TRANS-LASTNAME       01948001
019490           AND WS-FRM-BIRTHDATE (WS-FRM-IX) = TRANS-BIRTHDATE     01949001
019500           MOVE 'REHIRE UNDER THE SAME EMPNO   ' TO WS-REHIRE-NOTE01950001
019510        ELSE                                                      01951001
019520           MOVE 'TERMINATED EMPNO REUSED       ' TO WS-REHIRE-NOTE01952001
019530        END-IF                                                    01953001
019540        PERFORM WRITE-REHIRE-PARA                                 01954001
019550     END-IF                                                       01955001
019560     IF WS-FRM-NAME-HIT > ZERO                                    01956001
019570        MOVE WS-FRM-NAME-HIT TO WS-FRM-IX                         01957001
019580        MOVE 'REHIRE, NAME AND BIRTHDATE    ' TO WS-REHIRE-NOTE   01958001
019590        PERFORM WRITE-REHIRE-PARA                                 01959001
019600     END-IF.                                                      01960001
019610 REHIRE-SCAN-PARA.                                                01961001
019620     IF WS-FRM-EMPNO (WS-FRM-IX) = TRANS-EMPNO                    01962001
019630        MOVE WS-FRM-IX TO WS-FRM-EMPNO-HIT                        01963001
019640     ELSE                                                         01964001
019650        IF WS-FRM-FIRSTNME (WS-FRM-IX) = TRANS-FIRSTNME           01965001
019660           AND WS-FRM-LASTNAME (WS-FRM-IX) = TRANS-LASTNAME       01966001
019670           AND WS-FRM-BIRTHDATE (WS-FRM-IX) = TRANS-BIRTHDATE     01967001
019680           MOVE WS-FRM-IX TO WS-FRM-NAME-HIT                      01968001
019690        END-IF                                                    01969001
019700     END-IF.                                                      01970001
019710 WRITE-REHIRE-PARA.                                               01971001
019720     MOVE SPACES                      TO WS-PL-REHIRE             01972001
019730     MOVE TRANS-EMPNO                 TO WS-PLR-EMPNO             01973001
019740     MOVE TRANS-FIRSTNME              TO WS-PLR-FIRSTNME          01974001
019750     MOVE TRANS-LASTNAME              TO WS-PLR-LASTNAME          01975001
019760     MOVE TRANS-BIRTHDATE             TO WS-PLR-BIRTHDATE         01976001
019770     MOVE TRANS-WORKDEPT              TO WS-PLR-WORKDEPT          01977001
019780     MOVE WS-FRM-EMPNO (WS-FRM-IX)    TO WS-PLR-FORMER-EMPNO      01978001
019790     MOVE WS-FRM-TERM-DATE (WS-FRM-IX) TO WS-PLR-TERM-DATE        01979001
019800     MOVE WS-REHIRE-NOTE              TO WS-PLR-NOTE              01980001
019810     MOVE WS-PRINT-LINE TO REHIRE-RPT-RECORD                      01981001
019820     WRITE REHIRE-RPT-RECORD                                      01982001
019830     MOVE SPACES TO WS-PL-REHIRE                                  01983001
019840     ADD 1 TO WS-REHIRE-COUNT                                     01984001
019850     DISPLAY 'POSSIBLE REHIRE, EMPNO : ' TRANS-EMPNO              01985001
019860             ' FORMER EMPNO : ' WS-FRM-EMPNO (WS-FRM-IX).         01986001
019870 REHIRE-HEADING-PARA.                                             01987001
019880     MOVE SPACES TO WS-PL-HEADING                                 01988001
019890     MOVE "*********************************************"         01989001
019900         TO WS-PLH-BANNER                                         01990001
019910     MOVE WS-PRINT-LINE TO REHIRE-RPT-RECORD                      01991001
019920     WRITE REHIRE-RPT-RECORD AFTER ADVANCING PAGE                 01992001
019930     MOVE SPACES TO WS-PL-HEADING                                 01993001
019940     MOVE "       REHIRES OF FORMER EMPLOYEES           "         01994001
019950         TO WS-PLH-BANNER                                         01995001
019960     MOVE WS-PRINT-LINE TO REHIRE-RPT-RECORD                      01996001
019970     WRITE REHIRE-RPT-RECORD                                      01997001
019980     MOVE SPACES TO WS-PL-HEADING                                 01998001
019990     MOVE "EMPNO ,FIRSTNME     ,LASTNAME       ,BIRTHDATE ,DPT,"  01999001
020000         TO WS-PLH-BANNER                                         02000001
020010     MOVE WS-PRINT-LINE TO REHIRE-RPT-RECORD                      02001001
020020     WRITE REHIRE-RPT-RECORD                                      02002001
020030     MOVE SPACES TO WS-PL-HEADING                                 02003001
020040     MOVE "FORMER,TERMINATED,NOTE"                                02004001
020050         TO WS-PLH-BANNER                                         02005001
020060     MOVE WS-PRINT-LINE TO REHIRE-RPT-RECORD                      02006001
020070     WRITE REHIRE-RPT-RECORD                                      02007001
020080     MOVE SPACES TO WS-PL-HEADING                                 02008001
020090     MOVE "*********************************************"         02009001
020100         TO WS-PLH-BANNER                                         02010001
020110     MOVE WS-PRINT-LINE TO REHIRE-RPT-RECORD                      02011001
020120     WRITE REHIRE-RPT-RECORD                                      02012001
020130     MOVE SPACES TO WS-PL-REHIRE.                                 02013001
020140 REHIRE-TRAILER-PARA.                                             02014001
020150     MOVE SPACES TO WS-PL-TRAILER                                 02015001
020160     MOVE "POSSIBLE REHIRES LISTED:"     TO WS-PLT-ACC-LBL        02016001
020170     MOVE WS-REHIRE-COUNT                TO WS-PLT-ACCEPTED       02017001
020180     MOVE "TERMINATIONS SAVED    : "     TO WS-PLT-REJ-LBL        02018001
020190     MOVE WS-ACC-TRM-COUNT               TO WS-PLT-REJECTED       02019001
020200     MOVE WS-PRINT-LINE                  TO REHIRE-RPT-RECORD     02020001
020210     WRITE REHIRE-RPT-RECORD.                                     02021001
020220 WRITE-AUDIT-PARA.                                                02022001
020230     ADD 1 TO WS-AUDIT-OUT-COUNT                                  02023001
020240     IF WS-AUDIT-SURPLUS > 0                                      02024001
020250        SUBTRACT 1 FROM WS-AUDIT-SURPLUS                          02025001
020260     ELSE                                                         02026001
020270        MOVE SPACES           TO AUDIT-RECORD                     02027001
020280        MOVE TRANS-EMPNO      TO AUD-EMPNO                        02028001
020290        MOVE WS-OLD-SALARY    TO AUD-OLD-SALARY                   02029001
020300        MOVE WS-OLD-BONUS     TO AUD-OLD-BONUS                    02030001
020310        MOVE WS-OLD-COMM      TO AUD-OLD-COMM                     02031001
020320        MOVE WS-NEW-SALARY    TO AUD-NEW-SALARY                   02032001
020330        MOVE WS-NEW-BONUS     TO AUD-NEW-BONUS                    02033001
020340        MOVE WS-NEW-COMM      TO AUD-NEW-COMM                     02034001
020350        MOVE TRANS-EFFDATE    TO AUD-EFFDATE                      02035001
020360        MOVE WS-RUN-DATE-ISO  TO AUD-RUN-DATE                     02036001
020370        MOVE WS-INPUT-SEQ-NO  TO AUD-SEQ-NO                       02037001
020380        MOVE TRANS-ACTION     TO AUD-ACTION                       02038001
020390        WRITE AUDIT-RECORD                                        02039001
020400     END-IF.                                                      02040001
020410 TERMINATE-PARA.                                                  02041001
020420     EXEC SQL                                                     02042001
020430        COMMIT                                                    02043001
020440     END-EXEC                                                     02044001
020450     MOVE 'C' TO WS-CHKPT-STATUS                                  02045001
020460     PERFORM WRITE-CHKPT-PARA                                     02046001
020470     PERFORM WRITE-TOTALS-PARA                                    02047001
020480     CLOSE TRANS-FILE                                             02048001
020490     CLOSE AUDIT-FILE                                             02049001
020500     CLOSE REJECT-FILE                                            02050001
020510     CLOSE PEND-OUT-FILE                                          02051001
020520     CLOSE FORM-OUT-FILE                                          02052001
020530     PERFORM TRAILER-PARA                                         02053001
020540     CLOSE RPT-FILE                                               02054001
020550     PERFORM BAND-TRAILER-PARA                                    02055001
020560     CLOSE BAND-RPT-FILE                                          02056001
020570     PERFORM REHIRE-TRAILER-PARA                                  02057001
020580     CLOSE REHIRE-RPT-FILE                                        02058001
020590     PERFORM BUDGET-TRAILER-PARA                                  02059001
020600     CLOSE BUDGET-RPT-FILE                                        02060001
020610     DISPLAY "*********************************************"      02061001
020620     DISPLAY "          SALARY MAINTENANCE RUN COMPLETE     "     02062001
020630     DISPLAY "*********************************************"      02063001
020640     DISPLAY "TRANSACTIONS ACCEPTED : " WS-ACCEPTED-COUNT         02064001
020650     DISPLAY "  CHG : " WS-ACC-CHG-COUNT                          02065001
020660             "  ADD : " WS-ACC-ADD-COUNT                          02066001
020670             "  TRM : " WS-ACC-TRM-COUNT                          02067001
020680     DISPLAY "TRANSACTIONS REJECTED : " WS-REJECTED-COUNT         02068001
020690     DISPLAY "  CHG : " WS-REJ-CHG-COUNT                          02069001
020700             "  ADD : " WS-REJ-ADD-COUNT                          02070001
020710             "  TRM : " WS-REJ-TRM-COUNT                          02071001
020720     DISPLAY "TRANSACTIONS PENDING  : " WS-PENDING-COUNT          02072001
020730     DISPLAY "BAND EXCEPTIONS       : " WS-BAND-EXC-COUNT         02073001
020740     DISPLAY "FORMER-EMPLOYEE RECS  : " WS-FORM-OUT-COUNT         02074001
020750     DISPLAY "POSSIBLE REHIRES      : " WS-REHIRE-COUNT           02075001
020760     DISPLAY "HELD OVER BUDGET      : " WS-BUD-HOLD-COUNT         02076001
020770     DISPLAY "APPROVED OVER BUDGET  : " WS-BUD-APPR-COUNT         02077001
020780     DISPLAY "CANCELLED OVER BUDGET : " WS-BUD-CANCEL-COUNT       02078001
020790     IF SQL-ERROR-OCCURRED                                        02079001
020800        MOVE 8 TO RETURN-CODE                                     02080001
020810     ELSE                                                         02081001
020820        MOVE 0 TO RETURN-CODE                                     02082001
020830     END-IF.                                                      02083001
020840 BAND-TRAILER-PARA.                                               02084001
020850     MOVE SPACES TO WS-PL-TRAILER                                 02085001
020860     MOVE "BAND EXCEPTIONS LISTED: "     TO WS-PLT-ACC-LBL        02086001
020870     MOVE WS-BAND-EXC-COUNT              TO WS-PLT-ACCEPTED       02087001
020880     MOVE WS-PRINT-LINE                  TO BAND-RPT-RECORD       02088001
020890     WRITE BAND-RPT-RECORD.                                       02089001
020900 WRITE-TOTALS-PARA.                                               02090001
020910     OPEN OUTPUT TOTALS-FILE                                      02091001
020920     MOVE SPACES             TO RUN-TOTALS-RECORD                 02092001
020930     MOVE WS-RUN-DATE-ISO    TO TOT-RUN-DATE                      02093001
020940     MOVE WS-INPUT-SEQ-NO    TO TOT-INPUT-COUNT                   02094001
020950     MOVE WS-ACCEPTED-COUNT  TO TOT-ACCEPTED                      02095001
020960     MOVE WS-REJECTED-COUNT  TO TOT-REJECTED                      02096001
020970     MOVE WS-PENDING-COUNT   TO TOT-PENDING                       02097001
020980     MOVE WS-ACC-ADD-COUNT   TO TOT-ACC-ADD                       02098001
020990     MOVE WS-ACC-TRM-COUNT   TO TOT-ACC-TRM                       02099001
021000     MOVE WS-HASH-SALARY     TO TOT-HASH-SALARY                   02100001
021010     MOVE WS-HASH-BONUS      TO TOT-HASH-BONUS                    02101001
021020     MOVE WS-HASH-COMM       TO TOT-HASH-COMM                     02102001
021030     MOVE WS-NET-SALARY      TO TOT-NET-SALARY                    02103001
021040     MOVE WS-NET-BONUS       TO TOT-NET-BONUS                     02104001
021050     MOVE WS-NET-COMM        TO TOT-NET-COMM                      02105001
021060     WRITE RUN-TOTALS-RECORD                                      02106001
021070     CLOSE TOTALS-FILE.                                           02107001
021080 GET-CTL-PARA.                                                    02108001
021090     OPEN INPUT CTL-FILE                                          02109001
021100     READ CTL-FILE                                                02110001
021110         AT END                                                   02111001
021120           CONTINUE                                               02112001
021130         NOT AT END                                               02113001
021140           IF CTL-TOLERANCE-PCT NUMERIC                           02114001
021150              MOVE CTL-TOLERANCE-PCT TO WS-TOLERANCE-PCT          02115001
021160           ELSE                                                   02116001
021170              DISPLAY 'CTLIN TOLERANCE NOT NUMERIC, USING : '     02117001
021180                      WS-TOLERANCE-PCT                            02118001
021190           END-IF                                                 02119001
021200           IF CTL-RESTART-FLAG = 'R'                              02120001
021210              SET WS-RESTART-MODE TO TRUE                         02121001
021220              DISPLAY 'RESTART REQUESTED ON CTLIN'                02122001
021230           END-IF                                                 02123001
021240     END-READ                                                     02124001
021250     CLOSE CTL-FILE.                                              02125001
021260 TRAILER-PARA.                                                    02126001
021270     MOVE SPACES TO WS-PL-HEADING                                 02127001
021280     MOVE "*********************************************"         02128001
021290         TO WS-PLH-BANNER                                         02129001
021300     MOVE WS-PRINT-LINE TO RPT-RECORD                             02130001
021310     WRITE RPT-RECORD                                             02131001
021320     MOVE SPACES TO WS-PL-HEADING                                 02132001
021330     MOVE "          SALARY MAINTENANCE RUN COMPLETE     "        02133001
021340         TO WS-PLH-BANNER                                         02134001
021350     MOVE WS-PRINT-LINE TO RPT-RECORD                             02135001
021360     WRITE RPT-RECORD                                             02136001
021370     MOVE SPACES TO WS-PL-HEADING                                 02137001
021380     MOVE "*********************************************"         02138001
021390         TO WS-PLH-BANNER                                         02139001
021400     MOVE WS-PRINT-LINE TO RPT-RECORD                             02140001
021410     WRITE RPT-RECORD                                             02141001
021420     MOVE SPACES TO WS-PL-TRAILER                                 02142001
021430     MOVE "TRANSACTIONS ACCEPTED : "   TO WS-PLT-ACC-LBL          02143001
021440     MOVE WS-ACCEPTED-COUNT            TO WS-PLT-ACCEPTED         02144001
021450     MOVE "TRANSACTIONS REJECTED : "   TO WS-PLT-REJ-LBL          02145001
021460     MOVE WS-REJECTED-COUNT            TO WS-PLT-REJECTED         02146001
021470     MOVE WS-PRINT-LINE                TO RPT-RECORD              02147001
021480     WRITE RPT-RECORD                                             02148001
021490     MOVE SPACES                       TO WS-PL-ACTION            02149001
021500     MOVE "ACCEPTED : "                TO WS-PLA-LABEL            02150001
021510     MOVE "  CHG:"                     TO WS-PLA-CHG-LBL          02151001
021520     MOVE WS-ACC-CHG-COUNT             TO WS-PLA-CHG              02152001
021530     MOVE "  ADD:"                     TO WS-PLA-ADD-LBL          02153001
021540     MOVE WS-ACC-ADD-COUNT             TO WS-PLA-ADD              02154001
021550     MOVE "  TRM:"                     TO WS-PLA-TRM-LBL          02155001
021560     MOVE WS-ACC-TRM-COUNT             TO WS-PLA-TRM              02156001
021570     MOVE WS-PRINT-LINE                TO RPT-RECORD              02157001
021580     WRITE RPT-RECORD                                             02158001
021590     MOVE SPACES                       TO WS-PL-ACTION            02159001
021600     MOVE "REJECTED : "                TO WS-PLA-LABEL            02160001
021610     MOVE "  CHG:"                     TO WS-PLA-CHG-LBL          02161001
021620     MOVE WS-REJ-CHG-COUNT             TO WS-PLA-CHG              02162001
021630     MOVE "  ADD:"                     TO WS-PLA-ADD-LBL          02163001
021640     MOVE WS-REJ-ADD-COUNT             TO WS-PLA-ADD              02164001
021650     MOVE "  TRM:"                     TO WS-PLA-TRM-LBL          02165001
021660     MOVE WS-REJ-TRM-COUNT             TO WS-PLA-TRM              02166001
021670     MOVE WS-PRINT-LINE                TO RPT-RECORD              02167001
021680     WRITE RPT-RECORD                                             02168001
021690     MOVE SPACES                       TO WS-PL-TRAILER           02169001
021700     MOVE "TRANSACTIONS PENDING  : "   TO WS-PLT-ACC-LBL          02170001
021710     MOVE WS-PENDING-COUNT             TO WS-PLT-ACCEPTED         02171001
021720     MOVE WS-PRINT-LINE                TO RPT-RECORD              02172001
021730     WRITE RPT-RECORD.                                            02173001
021740*****************************************************             02174001
021750* NIGHTLY CYCLE CHECK, BEFORE ANY WORK IS DONE.  A   *            02175001
021760* STEP OUT OF SEQUENCE ENDS HERE WITH RETURN CODE 12 *            02176001
021770* AND LEAVES THE CYCLE DATASET AS IT FOUND IT        *            02177001
021780*****************************************************             02178001
021790 CYCLE-START-PARA.                                                02179001
021800     PERFORM LOAD-CYCLE-PARA                                      02180001
021810     PERFORM LOCATE-CYCLE-PARA                                    02181001
021820     IF WS-CYC-MY-IX = ZERO                                       02182001
021830        DISPLAY 'CYCLE CHECK FAILED, NO CYCLE RECORD FOR : '      02183001
021840                WS-CYC-STEP-ID                                    02184001
021850        SET WS-CYC-REFUSED TO TRUE                                02185001
021860     ELSE                                                         02186001
021870        MOVE WS-CYC-ENTRY (1) TO CYCLE-RECORD                     02187001
021880        MOVE CYC-CYCLE-DATE   TO WS-CYC-DATE                      02188001
021890        PERFORM CHECK-CYCLE-PARA                                  02189001
021900                VARYING WS-CYC-IX FROM 1 BY 1                     02190001
021910                UNTIL WS-CYC-IX > WS-CYC-COUNT                    02191001
021920     END-IF                                                       02192001
021930     IF WS-CYC-REFUSED                                            02193001
021940        DISPLAY 'STEP ' WS-CYC-STEP-ID ' NOT RUN, OUT OF SEQUENCE'02194001
021950                ' FOR CYCLE ' WS-CYC-DATE                         02195001
021960        MOVE 12 TO RETURN-CODE                                    02196001
021970        STOP RUN                                                  02197001
021980     END-IF                                                       02198001
021990     PERFORM MARK-START-PARA.                                     02199001
022000 CHECK-CYCLE-PARA.                                                02200001
022010     MOVE WS-CYC-ENTRY (WS-CYC-IX) TO CYCLE-RECORD                02201001
022020     EVALUATE TRUE                                                02202001
022030        WHEN WS-CYC-IX < WS-CYC-MY-IX                             02203001
022040           IF NOT CYC-ENDED-OK                                    02204001
022050              OR CYC-CYCLE-DATE NOT = WS-CYC-DATE                 02205001
022060              DISPLAY 'CYCLE CHECK FAILED, NOT YET ENDED CLEAN : '02206001
022070                      CYC-STEP-ID                                 02207001
022080              SET WS-CYC-REFUSED TO TRUE                          02208001
022090           END-IF                                                 02209001
022100        WHEN WS-CYC-IX > WS-CYC-MY-IX                             02210001
022110           IF NOT CYC-OUTSTANDING                                 02211001
022120              DISPLAY 'CYCLE CHECK FAILED, LATER STEP STARTED : ' 02212001
022130                      CYC-STEP-ID                                 02213001
022140              SET WS-CYC-REFUSED TO TRUE                          02214001
022150           END-IF                                                 02215001
022160        WHEN OTHER                                                02216001
022170           IF CYC-ENDED-OK                                        02217001
022180              AND NOT WS-CYC-RERUN-OK                             02218001
022190              DISPLAY 'CYCLE CHECK FAILED, ALREADY ENDED CLEAN : '02219001
022200                      CYC-STEP-ID                                 02220001
022210              SET WS-CYC-REFUSED TO TRUE                          02221001
022220           END-IF                                                 02222001
022230     END-EVALUATE.                                                02223001
022240 MARK-START-PARA.                                                 02224001
022250     PERFORM GET-CYCLE-TIME-PARA                                  02225001
022260     MOVE WS-CYC-ENTRY (WS-CYC-MY-IX) TO CYCLE-RECORD             02226001
022270     MOVE 'S'             TO CYC-STATUS                           02227001
022280     MOVE WS-CYC-NOW-ISO  TO CYC-START-DATE                       02228001
022290     MOVE WS-CYC-HHMMSS   TO CYC-START-TIME                       02229001
022300     MOVE SPACES          TO CYC-END-DATE                         02230001
022310     MOVE SPACES          TO CYC-END-TIME                         02231001
022320     MOVE ZERO            TO CYC-RETURN-CODE                      02232001
022330     ADD 1                TO CYC-RUN-COUNT                        02233001
022340     MOVE CYCLE-RECORD    TO WS-CYC-ENTRY (WS-CYC-MY-IX)          02234001
022350     PERFORM SAVE-CYCLE-PARA                                      02235001
022360     DISPLAY 'CYCLE ' WS-CYC-DATE ' STEP ' WS-CYC-STEP-ID         02236001
022370             ' STARTED'.                                          02237001
022380*****************************************************             02238001
022390* RECORDS HOW THE STEP ENDED : RETURN CODE UNDER 8   *            02239001
022400* IS ENDED CLEAN, ANYTHING HIGHER IS FAILED          *            02240001
022410*****************************************************             02241001
022420 CYCLE-END-PARA.                                                  02242001
022430     MOVE RETURN-CODE TO WS-CYC-RC                                02243001
022440     PERFORM LOAD-CYCLE-PARA                                      02244001
022450     PERFORM LOCATE-CYCLE-PARA                                    02245001
022460     IF WS-CYC-MY-IX > ZERO                                       02246001
022470        PERFORM GET-CYCLE-TIME-PARA                               02247001
022480        MOVE WS-CYC-ENTRY (WS-CYC-MY-IX) TO CYCLE-RECORD          02248001
022490        IF WS-CYC-RC < 8                                          02249001
022500           MOVE 'E' TO CYC-STATUS                                 02250001
022510        ELSE                                                      02251001
022520           MOVE 'F' TO CYC-STATUS                                 02252001
022530        END-IF                                                    02253001
022540        MOVE WS-CYC-NOW-ISO  TO CYC-END-DATE                      02254001
022550        MOVE WS-CYC-HHMMSS   TO CYC-END-TIME                      02255001
022560        MOVE WS-CYC-RC       TO CYC-RETURN-CODE                   02256001
022570        MOVE CYCLE-RECORD    TO WS-CYC-ENTRY (WS-CYC-MY-IX)       02257001
022580        PERFORM SAVE-CYCLE-PARA                                   02258001
022590        DISPLAY 'CYCLE ' CYC-CYCLE-DATE ' STEP ' WS-CYC-STEP-ID   02259001
022600                ' ENDED, RETURN CODE ' WS-CYC-RC                  02260001
022610     END-IF                                                       02261001
022620     MOVE WS-CYC-RC TO RETURN-CODE.                               02262001
022630 GET-CYCLE-TIME-PARA.                                             02263001
022640     ACCEPT WS-CYC-NOW  FROM DATE YYYYMMDD                        02264001
022650     ACCEPT WS-CYC-TIME FROM TIME                                 02265001
022660     MOVE WS-CYC-NOW-YEAR  TO WS-CNI-YEAR                         02266001
022670     MOVE WS-CYC-NOW-MONTH TO WS-CNI-MONTH                        02267001
022680     MOVE WS-CYC-NOW-DAY   TO WS-CNI-DAY.                         02268001
022690 LOCATE-CYCLE-PARA.                                               02269001
022700     MOVE ZERO TO WS-CYC-MY-IX                                    02270001
022710     PERFORM FIND-CYCLE-PARA                                      02271001
022720             VARYING WS-CYC-IX FROM 1 BY 1                        02272001
022730             UNTIL WS-CYC-IX > WS-CYC-COUNT.                      02273001
022740 FIND-CYCLE-PARA.                                                 02274001
022750     MOVE WS-CYC-ENTRY (WS-CYC-IX) TO CYCLE-RECORD                02275001
022760     IF CYC-STEP-ID = WS-CYC-STEP-ID                              02276001
022770        MOVE WS-CYC-IX TO WS-CYC-MY-IX                            02277001
022780     END-IF.                                                      02278001
022790 LOAD-CYCLE-PARA.                                                 02279001
022800     MOVE ZERO TO WS-CYC-COUNT                                    02280001
022810     MOVE 'N'  TO WS-CYC-EOF-SW                                   02281001
022820     OPEN INPUT CYCLE-FILE                                        02282001
022830     PERFORM READ-CYCLE-PARA                                      02283001
022840             UNTIL WS-CYC-EOF                                     02284001
022850     CLOSE CYCLE-FILE.                                            02285001
022860 READ-CYCLE-PARA.                                                 02286001
022870     READ CYCLE-FILE                                              02287001
022880         AT END                                                   02288001
022890           SET WS-CYC-EOF TO TRUE                                 02289001
022900         NOT AT END                                               02290001
022910           IF WS-CYC-COUNT < WS-CYC-LIMIT                         02291001
022920              ADD 1 TO WS-CYC-COUNT                               02292001
022930              MOVE CYCLE-FILE-RECORD                              02293001
022940                TO WS-CYC-ENTRY (WS-CYC-COUNT)                    02294001
022950           END-IF                                                 02295001
022960     END-READ.                                                    02296001
022970 SAVE-CYCLE-PARA.                                                 02297001
022980     OPEN OUTPUT CYCLE-FILE                                       02298001
022990     PERFORM WRITE-CYCLE-PARA                                     02299001
023000             VARYING WS-CYC-IX FROM 1 BY 1                        02300001
023010             UNTIL WS-CYC-IX > WS-CYC-COUNT                       02301001
023020     CLOSE CYCLE-FILE.                                            02302001
023030 WRITE-CYCLE-PARA.                                                02303001
023040     MOVE WS-CYC-ENTRY (WS-CYC-IX) TO CYCLE-FILE-RECORD           02304001
023050     WRITE CYCLE-FILE-RECORD.                                     02305001
