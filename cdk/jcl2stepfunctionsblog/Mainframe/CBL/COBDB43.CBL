000010 IDENTIFICATION DIVISION.                                         00001001
000020 PROGRAM-ID. COBDB43.                                             00002001
000030********************************************                      00003001
000040*COBOL PROGRAM TO ACCOMPANY JCL TO STEP    *                      00004001
000050*FUNCTION DEMO                             *                      00005001
000060*WEEKLY EMP AND DEPT DATA-QUALITY SWEEP.   *                      00006001
000070*READS EVERY DEPT AND EMP ROW, WHETHER OR  *                      00007001
000080*NOT A TRANSACTION HAS TOUCHED IT, AND     *                      00008001
000090*WRITES ONE RECORD PER RULE BROKEN PER ROW *                      00009001
000100*TO THE EXCEPTIONS FILE (EXCOUT, EXCPREC)  *                      00010001
000110*WITH A Q0NN REASON CODE :                 *                      00011001
000120*  DEPT MGRNO NOT ON EMP, ADMRDEPT NOT ON  *                      00012001
000130*  DEPT; EMP WORKDEPT NULL OR NOT ON DEPT, *                      00013001
000140*  JOB NULL OR NOT ON JOBRATE, HIREDATE    *                      00014001
000150*  BEFORE BIRTHDATE OR UNDER WORKING AGE,  *                      00015001
000160*  HIREDATE OR BIRTHDATE IN THE FUTURE,    *                      00016001
000170*  EDLEVEL NULL OR OUT OF RANGE, SALARY    *                      00017001
000180*  NULL, SAME NAME AND BIRTHDATE UNDER     *                      00018001
000190*  TWO EMPNOS.                             *                      00019001
000200*PRINTS EVERY FINDING, THEN A SUMMARY BY   *                      00020001
000210*RULE AND A RULE-BY-DEPARTMENT COUNT SO    *                      00021001
000220*THE TOTALS CAN BE TRACKED WEEK ON WEEK.   *                      00022001
000230*PARMIN COLS 1-2 MINIMUM WORKING AGE       *                      00023001
000240*(DEFAULT 16), COLS 4-5 AND 7-8 LOWEST AND *                      00024001
000250*HIGHEST VALID EDLEVEL (DEFAULT 10 TO 25). *                      00025001
000260*RETURN CODE 4 WHEN ANYTHING WAS FOUND.    *                      00026001
000270********************************************                      00027001
000280 ENVIRONMENT DIVISION.                                            00028001
000290 INPUT-OUTPUT SECTION.                                            00029001
000300 FILE-CONTROL.                                                    00030001
000310     SELECT PARM-FILE    ASSIGN TO PARMIN.                        00031001
000320     SELECT JOBRATE-FILE ASSIGN TO JOBRATE.                       00032001
000330     SELECT EXC-FILE     ASSIGN TO EXCOUT.                        00033001
000340     SELECT RPT-FILE     ASSIGN TO RPTOUT.                        00034001
000350 DATA DIVISION.                                                   00035001
000360 FILE SECTION.                                                    00036001
000370 FD  PARM-FILE                                                    00037001
000380     RECORDING MODE F                                             00038001
000390     LABEL RECORDS ARE STANDARD.                                  00039001
000400 01  PARM-RECORD.                                                 00040001
000410     05  PARM-MIN-AGE            PIC X(2).                        00041001
000420     05  FILLER                  PIC X(1).                        00042001
000430     05  PARM-EDLEVEL-LOW        PIC X(2).                        00043001
000440     05  FILLER                  PIC X(1).                        00044001
000450     05  PARM-EDLEVEL-HIGH       PIC X(2).                        00045001
000460     05  FILLER                  PIC X(72).                       00046001
000470*****************************************************             00047001
000480* JOB SALARY BAND REFERENCE CARDS, ONE PER JOB      *             00048001
000490* CODE, THE SAME CARDS THE POSTING RUN EDITS WITH.  *             00049001
000500* ONLY THE JOB CODE IS USED HERE                    *             00050001
000510*****************************************************             00051001
000520 FD  JOBRATE-FILE                                                 00052001
000530     RECORDING MODE F                                             00053001
000540     LABEL RECORDS ARE STANDARD.                                  00054001
000550 01  JOBRATE-RECORD.                                              00055001
000560     05  JRT-JOB                 PIC X(8).                        00056001
000570     05  FILLER                  PIC X(72).                       00057001
000580 FD  EXC-FILE                                                     00058001
000590     RECORDING MODE F                                             00059001
000600     LABEL RECORDS ARE STANDARD.                                  00060001
000610     COPY EXCPREC.                                                00061001
000620 FD  RPT-FILE                                                     00062001
000630     RECORDING MODE F                                             00063001
000640     LABEL RECORDS ARE STANDARD.                                  00064001
000650 01  RPT-RECORD                  PIC X(132).                      00065001
000660 WORKING-STORAGE SECTION.                                         00066001
000670*****************************************************             00067001
000680* WORKAREAS                                         *             00068001
000690*****************************************************             00069001
000700 77  WS-SQL-ERROR-SW     PIC X          VALUE  'N'.               00070001
000710         88  SQL-ERROR-OCCURRED         VALUE  'Y'.               00071001
000720 77  WS-JOBRATE-EOF-SW   PIC X          VALUE  'N'.               00072001
000730         88  WS-JOBRATE-EOF             VALUE  'Y'.               00073001
000740*****************************************************             00074001
000750* RULE LIMITS, FROM THE PARMIN CARD.  DEFAULTS APPLY *            00075001
000760* WHEN NO CARD IS SUPPLIED OR A VALUE IS NOT NUMERIC *            00076001
000770*****************************************************             00077001
000780 77  WS-MIN-AGE          PIC 9(2)       VALUE  16.                00078001
000790 77  WS-EDLEVEL-LOW      PIC 9(2)       VALUE  10.                00079001
000800 77  WS-EDLEVEL-HIGH     PIC 9(2)       VALUE  25.                00080001
000810*****************************************************             00081001
000820* COUNTERS                                           *            00082001
000830*****************************************************             00083001
000840 77  WS-EMP-READ-COUNT   PIC S9(7) COMP VALUE ZERO.               00084001
000850 77  WS-DEPT-READ-COUNT  PIC S9(7) COMP VALUE ZERO.               00085001
000860 77  WS-EXC-COUNT        PIC S9(7) COMP VALUE ZERO.               00086001
000870 77  WS-EMP-BAD-COUNT    PIC S9(7) COMP VALUE ZERO.               00087001
000880 77  WS-DEPT-BAD-COUNT   PIC S9(7) COMP VALUE ZERO.               00088001
000890 77  WS-ROW-EXC-COUNT    PIC S9(7) COMP VALUE ZERO.               00089001
000900*****************************************************             00090001
000910* THE RULES, IN REASON-CODE ORDER, AND THE NUMBER OF *            00091001
000920* FINDINGS UNDER EACH                                *            00092001
000930*****************************************************             00093001
000940 01  WS-RULE-LIST.                                                00094001
000950     05  FILLER  PIC X(4)  VALUE 'Q001'.                          00095001
000960     05  FILLER  PIC X(30) VALUE 'WORKDEPT IS NULL'.              00096001
000970     05  FILLER  PIC X(4)  VALUE 'Q002'.                          00097001
000980     05  FILLER  PIC X(30) VALUE 'WORKDEPT NOT ON DEPT'.          00098001
000990     05  FILLER  PIC X(4)  VALUE 'Q003'.                          00099001
001000     05  FILLER  PIC X(30) VALUE 'JOB NULL OR NOT ON JOBRATE'.    00100001
001010     05  FILLER  PIC X(4)  VALUE 'Q004'.                          00101001
001020     05  FILLER  PIC X(30) VALUE 'HIREDATE BEFORE BIRTHDATE'.     00102001
001030     05  FILLER  PIC X(4)  VALUE 'Q005'.                          00103001
001040     05  FILLER  PIC X(30) VALUE 'HIRED UNDER WORKING AGE'.       00104001
001050     05  FILLER  PIC X(4)  VALUE 'Q006'.                          00105001
001060     05  FILLER  PIC X(30) VALUE 'HIREDATE IN THE FUTURE'.        00106001
001070     05  FILLER  PIC X(4)  VALUE 'Q007'.                          00107001
001080     05  FILLER  PIC X(30) VALUE 'BIRTHDATE IN THE FUTURE'.       00108001
001090     05  FILLER  PIC X(4)  VALUE 'Q008'.                          00109001
001100     05  FILLER  PIC X(30) VALUE 'EDLEVEL NULL OR OUT OF RANGE'.  00110001
001110     05  FILLER  PIC X(4)  VALUE 'Q009'.                          00111001
001120     05  FILLER  PIC X(30) VALUE 'SALARY IS NULL'.                00112001
001130     05  FILLER  PIC X(4)  VALUE 'Q010'.                          00113001
001140     05  FILLER  PIC X(30) VALUE 'SAME NAME AND BIRTHDATE'.       00114001
001150     05  FILLER  PIC X(4)  VALUE 'Q011'.                          00115001
001160     05  FILLER  PIC X(30) VALUE 'DEPT MGRNO NOT ON EMP'.         00116001
001170     05  FILLER  PIC X(4)  VALUE 'Q012'.                          00117001
001180     05  FILLER  PIC X(30) VALUE 'DEPT ADMRDEPT NOT ON DEPT'.     00118001
001190 01  WS-RULE-TABLE REDEFINES WS-RULE-LIST.                        00119001
001200     05  WS-RULE-ENTRY  OCCURS 12 TIMES.                          00120001
001210         10  WS-RULE-CODE        PIC X(4).                        00121001
001220         10  WS-RULE-TEXT        PIC X(30).                       00122001
001230 01  WS-RULE-COUNTS.                                              00123001
001240     05  WS-RULE-COUNT  OCCURS 12 TIMES                           00124001
001250                                 PIC S9(7) USAGE COMP.            00125001
001260 77  WS-RULE-MAX         PIC S9(4) COMP VALUE  12.                00126001
001270 77  WS-RULE-IX          PIC S9(4) COMP VALUE ZERO.               00127001
001280*****************************************************             00128001
001290* THE FINDING BEING WRITTEN, SET BY THE RULE CHECKS  *            00129001
001300*****************************************************             00130001
001310 77  WS-EXC-TABLE        PIC X(4)       VALUE SPACES.             00131001
001320 77  WS-EXC-KEY          PIC X(6)       VALUE SPACES.             00132001
001330 77  WS-EXC-DEPT         PIC X(3)       VALUE SPACES.             00133001
001340 77  WS-EXC-COLUMN       PIC X(10)      VALUE SPACES.             00134001
001350 77  WS-EXC-VALUE        PIC X(20)      VALUE SPACES.             00135001
001360 77  WS-EXC-OTHER        PIC X(6)       VALUE SPACES.             00136001
001370*****************************************************             00137001
001380* JOB CODE TABLE FROM THE JOBRATE FILE               *            00138001
001390*****************************************************             00139001
001400 77  WS-JRT-COUNT        PIC S9(4) COMP VALUE ZERO.               00140001
001410 77  WS-JRT-LIMIT        PIC S9(4) COMP VALUE  50.                00141001
001420 77  WS-JRT-IX           PIC S9(4) COMP VALUE ZERO.               00142001
001430 77  WS-JRT-HIT          PIC S9(4) COMP VALUE ZERO.               00143001
001440 01  WS-JOBRATE-TABLE.                                            00144001
001450     05  WS-JRT-JOB  OCCURS 50 TIMES                              00145001
001460                                 PIC X(8).                        00146001
001470*****************************************************             00147001
001480* DEPARTMENT TABLE, LOADED FROM DEPT IN DEPTNO ORDER *            00148001
001490*****************************************************             00149001
001500 77  WS-DPT-COUNT        PIC S9(4) COMP VALUE ZERO.               00150001
001510 77  WS-DPT-LIMIT        PIC S9(4) COMP VALUE  500.               00151001
001520 77  WS-DPT-IX           PIC S9(4) COMP VALUE ZERO.               00152001
001530 77  WS-DPT-JX           PIC S9(4) COMP VALUE ZERO.               00153001
001540 77  WS-DPT-HIT          PIC S9(4) COMP VALUE ZERO.               00154001
001550 77  WS-FIND-DEPTNO      PIC X(3)       VALUE SPACES.             00155001
001560 01  WS-DEPT-TABLE.                                               00156001
001570     05  WS-DPT-ENTRY  OCCURS 500 TIMES.                          00157001
001580         10  WS-DPT-DEPTNO       PIC X(3).                        00158001
001590         10  WS-DPT-MGRNO        PIC X(6).                        00159001
001600         10  WS-DPT-MGR-NULL-SW  PIC X(1).                        00160001
001610         10  WS-DPT-ADMRDEPT     PIC X(3).                        00161001
001620*****************************************************             00162001
001630* FINDINGS BY DEPARTMENT AND RULE, FOR THE SUMMARY.  *            00163001
001640* SPACES IS THE BUCKET FOR A NULL WORKDEPT           *            00164001
001650*****************************************************             00165001
001660 77  WS-DSM-COUNT        PIC S9(4) COMP VALUE ZERO.               00166001
001670 77  WS-DSM-LIMIT        PIC S9(4) COMP VALUE  600.               00167001
001680 77  WS-DSM-IX           PIC S9(4) COMP VALUE ZERO.               00168001
001690 77  WS-DSM-JX           PIC S9(4) COMP VALUE ZERO.               00169001
001700 77  WS-DSM-HIT          PIC S9(4) COMP VALUE ZERO.               00170001
001710 77  WS-SORT-TOP         PIC S9(4) COMP VALUE ZERO.               00171001
001720 77  WS-SWAP-SW          PIC X          VALUE  'N'.               00172001
001730         88  WS-SWAPPED                 VALUE  'Y'.               00173001
001740 77  WS-DSM-FULL-SW      PIC X          VALUE  'N'.               00174001
001750         88  WS-DSM-FULL                VALUE  'Y'.               00175001
001760 01  WS-DSM-TABLE.                                                00176001
001770     05  WS-DSM-ENTRY  OCCURS 600 TIMES.                          00177001
001780         10  WS-DSM-DEPT         PIC X(3).                        00178001
001790         10  WS-DSM-TOTAL        PIC S9(7) USAGE COMP.            00179001
001800         10  WS-DSM-RULE  OCCURS 12 TIMES                         00180001
001810                                 PIC S9(7) USAGE COMP.            00181001
001820 01  WS-SWAP-ENTRY               PIC X(55).                       00182001
001830*****************************************************             00183001
001840* DATE AND AGE WORKAREAS.  DB2 DATES ARE ISO, SO     *            00184001
001850* THEY COMPARE CORRECTLY AS TEXT                     *            00185001
001860*****************************************************             00186001
001870 01  WS-HIRE-DATE.                                                00187001
001880     05  WS-HD-YEAR              PIC 9(4).                        00188001
001890     05  FILLER                  PIC X(1).                        00189001
001900     05  WS-HD-MONTH-DAY         PIC X(5).                        00190001
001910 01  WS-BIRTH-DATE.                                               00191001
001920     05  WS-BD-YEAR              PIC 9(4).                        00192001
001930     05  FILLER                  PIC X(1).                        00193001
001940     05  WS-BD-MONTH-DAY         PIC X(5).                        00194001
001950 77  WS-HIRE-AGE         PIC S9(4) COMP VALUE ZERO.               00195001
001960 77  WS-AGE-EDIT         PIC ---9.                                00196001
001970 77  WS-EDLEVEL-EDIT     PIC ----9.                               00197001
001980*****************************************************             00198001
001990* HOST VARIABLES                                     *            00199001
002000*****************************************************             00200001
002010 01  WS-CHECK-MGRNO          PIC X(6).                            00201001
002020 01  WS-MGR-COUNT            PIC S9(9) USAGE COMP.                00202001
002030 01  WS-DUP-OTHER            PIC X(6).                            00203001
002040*****************************************************             00204001
002050* SYSTEM DATE WORKAREAS                              *            00205001
002060*****************************************************             00206001
002070 01  WS-RUN-DATE.                                                 00207001
002080     05  WS-RUN-YEAR             PIC 9(4).                        00208001
002090     05  WS-RUN-MONTH            PIC 9(2).                        00209001
002100     05  WS-RUN-DAY              PIC 9(2).                        00210001
002110 01  WS-RUN-DATE-ISO.                                             00211001
002120     05  WS-RDI-YEAR             PIC 9(4).                        00212001
002130     05  FILLER                  PIC X(1)  VALUE '-'.             00213001
002140     05  WS-RDI-MONTH            PIC 9(2).                        00214001
002150     05  FILLER                  PIC X(1)  VALUE '-'.             00215001
002160     05  WS-RDI-DAY              PIC 9(2).                        00216001
002170*****************************************************             00217001
002180*  PRINT-LINE LAYOUTS FOR RPT-FILE                   *            00218001
002190*****************************************************             00219001
002200 01  WS-PRINT-LINE.                                               00220001
002210     05  WS-PL-HEADING.                                           00221001
002220         10  WS-PLH-BANNER        PIC X(80).                      00222001
002230         10  FILLER               PIC X(52).                      00223001
002240     05  WS-PL-DETAIL REDEFINES WS-PL-HEADING.                    00224001
002250         10  WS-PLD-TABLE         PIC X(4).                       00225001
002260         10  FILLER               PIC X(1).                       00226001
002270         10  WS-PLD-KEY           PIC X(6).                       00227001
002280         10  FILLER               PIC X(1).                       00228001
002290         10  WS-PLD-DEPT          PIC X(3).                       00229001
002300         10  FILLER               PIC X(1).                       00230001
002310         10  WS-PLD-REASON        PIC X(4).                       00231001
002320         10  FILLER               PIC X(1).                       00232001
002330         10  WS-PLD-COLUMN        PIC X(10).                      00233001
002340         10  FILLER               PIC X(1).                       00234001
002350         10  WS-PLD-VALUE         PIC X(20).                      00235001
002360         10  FILLER               PIC X(1).                       00236001
002370         10  WS-PLD-OTHER         PIC X(6).                       00237001
002380         10  FILLER               PIC X(1).                       00238001
002390         10  WS-PLD-TEXT          PIC X(30).                      00239001
002400         10  FILLER               PIC X(42).                      00240001
002410     05  WS-PL-RULE REDEFINES WS-PL-HEADING.                      00241001
002420         10  WS-PLR-CODE          PIC X(4).                       00242001
002430         10  FILLER               PIC X(2).                       00243001
002440         10  WS-PLR-TEXT          PIC X(30).                      00244001
002450         10  FILLER               PIC X(2).                       00245001
002460         10  WS-PLR-COUNT         PIC ZZZ,ZZ9.                    00246001
002470         10  FILLER               PIC X(87).                      00247001
002480     05  WS-PL-MATRIX-HEAD REDEFINES WS-PL-HEADING.               00248001
002490         10  WS-PLX-DEPT          PIC X(6).                       00249001
002500         10  FILLER               PIC X(1).                       00250001
002510         10  WS-PLX-CELL  OCCURS 12 TIMES.                        00251001
002520             15  FILLER           PIC X(2).                       00252001
002530             15  WS-PLX-CODE      PIC X(4).                       00253001
002540         10  FILLER               PIC X(2).                       00254001
002550         10  WS-PLX-TOTAL         PIC X(7).                       00255001
002560         10  FILLER               PIC X(44).                      00256001
002570     05  WS-PL-MATRIX REDEFINES WS-PL-HEADING.                    00257001
002580         10  WS-PLM-DEPT          PIC X(6).                       00258001
002590         10  FILLER               PIC X(1).                       00259001
002600         10  WS-PLM-CELL  OCCURS 12 TIMES.                        00260001
002610             15  FILLER           PIC X(1).                       00261001
002620             15  WS-PLM-COUNT     PIC ZZZZ9.                      00262001
002630         10  FILLER               PIC X(2).                       00263001
002640         10  WS-PLM-TOTAL         PIC ZZZ,ZZ9.                    00264001
002650         10  FILLER               PIC X(44).                      00265001
002660     05  WS-PL-TRAILER REDEFINES WS-PL-HEADING.                   00266001
002670         10  WS-PLT-LABEL         PIC X(34).                      00267001
002680         10  WS-PLT-COUNT         PIC ZZZ,ZZ9.                    00268001
002690         10  FILLER               PIC X(91).                      00269001
002700********************************************                      00270001
002710*  SQL COMMUNICATION AREA                  *                      00271001
002720********************************************                      00272001
002730     EXEC SQL                                                     00273001
002740       INCLUDE SQLCA                                              00274001
002750     END-EXEC.                                                    00275001
002760********************************************                      00276001
002770*  DCLS                                    *                      00277001
002780********************************************                      00278001
002790     EXEC SQL                                                     00279001
002800       INCLUDE EMP                                                00280001
002810     END-EXEC.                                                    00281001
002820     EXEC SQL                                                     00282001
002830       INCLUDE DEPT                                               00283001
002840     END-EXEC.                                                    00284001
002850********************************************                      00285001
002860*   DCLGENS                                                       00286001
002870********************************************                      00287001
002880     EXEC SQL                                                     00288001
002890       DECLARE CR1 CURSOR FOR                                     00289001
002900         SELECT DEPTNO, MGRNO, ADMRDEPT                           00290001
002910         FROM DEPT                                                00291001
002920         ORDER BY DEPTNO                                          00292001
002930     END-EXEC.                                                    00293001
002940     EXEC SQL                                                     00294001
002950       DECLARE CR2 CURSOR FOR                                     00295001
002960         SELECT EMPNO, FIRSTNME, LASTNAME, WORKDEPT,              00296001
002970                HIREDATE, JOB, EDLEVEL, BIRTHDATE, SALARY         00297001
002980         FROM EMP                                                 00298001
002990         ORDER BY WORKDEPT, EMPNO                                 00299001
003000     END-EXEC.                                                    00300001
003010     EXEC SQL                                                     00301001
003020       DECLARE CR3 CURSOR FOR                                     00302001
003030         SELECT EMPNO                                             00303001
003040         FROM EMP                                                 00304001
003050         WHERE FIRSTNME  = :DCL-FIRSTNME                          00305001
003060           AND LASTNAME  = :DCL-LASTNAME                          00306001
003070           AND BIRTHDATE = :DCL-BIRTHDATE                         00307001
003080           AND EMPNO    <> :DCL-EMPNO                             00308001
003090         ORDER BY EMPNO                                           00309001
003100     END-EXEC.                                                    00310001
003110 PROCEDURE DIVISION.                                              00311001
003120 MAIN-PARA.                                                       00312001
003130     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00313001
003140     MOVE WS-RUN-YEAR  TO WS-RDI-YEAR.                            00314001
003150     MOVE WS-RUN-MONTH TO WS-RDI-MONTH.                           00315001
003160     MOVE WS-RUN-DAY   TO WS-RDI-DAY.                             00316001
003170     INITIALIZE WS-RULE-COUNTS.                                   00317001
003180     PERFORM GET-PARM-PARA.                                       00318001
003190     PERFORM LOAD-JOBRATE-PARA.                                   00319001
003200     PERFORM LOAD-DEPT-PARA.                                      00320001
003210     OPEN OUTPUT EXC-FILE.                                        00321001
003220     OPEN OUTPUT RPT-FILE.                                        00322001
003230     PERFORM HEADING-PARA.                                        00323001
003240     PERFORM CHECK-DEPT-PARA                                      00324001
003250             VARYING WS-DPT-IX FROM 1 BY 1                        00325001
003260             UNTIL WS-DPT-IX > WS-DPT-COUNT.                      00326001
003270     PERFORM SWEEP-EMP-PARA.                                      00327001
003280     PERFORM SORT-SUMMARY-PARA.                                   00328001
003290     PERFORM RULE-SUMMARY-PARA.                                   00329001
003300     PERFORM DEPT-SUMMARY-PARA.                                   00330001
003310     PERFORM TRAILER-PARA.                                        00331001
003320     CLOSE EXC-FILE.                                              00332001
003330     CLOSE RPT-FILE.                                              00333001
003340     DISPLAY 'DEPT ROWS SWEPT         : ' WS-DEPT-READ-COUNT      00334001
003350     DISPLAY 'EMP ROWS SWEPT          : ' WS-EMP-READ-COUNT       00335001
003360     DISPLAY 'EXCEPTIONS WRITTEN      : ' WS-EXC-COUNT            00336001
003370     IF SQL-ERROR-OCCURRED                                        00337001
003380        MOVE 8 TO RETURN-CODE                                     00338001
003390     ELSE                                                         00339001
003400        IF WS-EXC-COUNT > ZERO                                    00340001
003410           MOVE 4 TO RETURN-CODE                                  00341001
003420        ELSE                                                      00342001
003430           MOVE 0 TO RETURN-CODE                                  00343001
003440        END-IF                                                    00344001
003450     END-IF                                                       00345001
003460     STOP RUN.                                                    00346001
003470 GET-PARM-PARA.                                                   00347001
003480     OPEN INPUT PARM-FILE                                         00348001
003490     READ PARM-FILE                                               00349001
003500         AT END                                                   00350001
003510           CONTINUE                                               00351001
003520         NOT AT END                                               00352001
003530           IF PARM-MIN-AGE NUMERIC                                00353001
003540              MOVE PARM-MIN-AGE TO WS-MIN-AGE                     00354001
003550           END-IF                                                 00355001
003560           IF PARM-EDLEVEL-LOW NUMERIC                            00356001
003570              MOVE PARM-EDLEVEL-LOW TO WS-EDLEVEL-LOW             00357001
003580           END-IF                                                 00358001
003590           IF PARM-EDLEVEL-HIGH NUMERIC                           00359001
003600              MOVE PARM-EDLEVEL-HIGH TO WS-EDLEVEL-HIGH           00360001
003610           END-IF                                                 00361001
003620     END-READ                                                     00362001
003630     CLOSE PARM-FILE                                              00363001
003640     DISPLAY 'MINIMUM WORKING AGE : ' WS-MIN-AGE                  00364001
003650     DISPLAY 'EDLEVEL RANGE       : ' WS-EDLEVEL-LOW              00365001
003660             ' TO ' WS-EDLEVEL-HIGH.                              00366001
003670 LOAD-JOBRATE-PARA.                                               00367001
003680     OPEN INPUT JOBRATE-FILE                                      00368001
003690     PERFORM READ-JOBRATE-PARA                                    00369001
003700     PERFORM STORE-JOBRATE-PARA                                   00370001
003710             UNTIL WS-JOBRATE-EOF                                 00371001
003720     CLOSE JOBRATE-FILE                                           00372001
003730     DISPLAY 'JOB CODES LOADED : ' WS-JRT-COUNT.                  00373001
003740 READ-JOBRATE-PARA.                                               00374001
003750     READ JOBRATE-FILE                                            00375001
003760         AT END                                                   00376001
003770           SET WS-JOBRATE-EOF TO TRUE                             00377001
003780         NOT AT END                                               00378001
003790           CONTINUE                                               00379001
003800     END-READ.                                                    00380001
003810 STORE-JOBRATE-PARA.                                              00381001
003820     IF JRT-JOB NOT = SPACES                                      00382001
003830        IF WS-JRT-COUNT < WS-JRT-LIMIT                            00383001
003840           ADD 1 TO WS-JRT-COUNT                                  00384001
003850           MOVE JRT-JOB TO WS-JRT-JOB (WS-JRT-COUNT)              00385001
003860        ELSE                                                      00386001
003870           DISPLAY 'JOBRATE TABLE FULL, CARD DROPPED : '          00387001
003880                   JRT-JOB                                        00388001
003890        END-IF                                                    00389001
003900     END-IF                                                       00390001
003910     PERFORM READ-JOBRATE-PARA.                                   00391001
003920 LOAD-DEPT-PARA.                                                  00392001
003930* OPENING CURSOR                                                  00393001
003940     EXEC SQL                                                     00394001
003950       OPEN CR1                                                   00395001
003960     END-EXEC.                                                    00396001
003970     IF SQLCODE NOT = 0                                           00397001
003980        DISPLAY ' OPEN FAILED WITH SQLCODE : ' SQLCODE            00398001
003990        SET SQL-ERROR-OCCURRED TO TRUE                            00399001
004000     END-IF.                                                      00400001
004010     PERFORM FETCH-DEPT-PARA                                      00401001
004020             UNTIL SQLCODE NOT EQUAL 0                            00402001
004030     EXEC SQL                                                     00403001
004040        CLOSE CR1                                                 00404001
004050     END-EXEC.                                                    00405001
004060 FETCH-DEPT-PARA.                                                 00406001
004070     INITIALIZE DCLDEPT                                           00407001
004080     EXEC SQL                                                     00408001
004090        FETCH CR1                                                 00409001
004100           INTO :DCL-DEPTNO,                                      00410001
004110                :DCL-MGRNO     :IND-MGRNO,                        00411001
004120                :DCL-ADMRDEPT                                     00412001
004130     END-EXEC                                                     00413001
004140     IF SQLCODE = 0                                               00414001
004150        ADD 1 TO WS-DEPT-READ-COUNT                               00415001
004160        PERFORM STORE-DEPT-PARA                                   00416001
004170     ELSE                                                         00417001
004180        IF SQLCODE = 100                                          00418001
004190           CONTINUE                                               00419001
004200        ELSE                                                      00420001
004210           DISPLAY 'DB2 ERROR'                                    00421001
004220           SET SQL-ERROR-OCCURRED TO TRUE                         00422001
004230        END-IF                                                    00423001
004240     END-IF.                                                      00424001
004250 STORE-DEPT-PARA.                                                 00425001
004260     IF WS-DPT-COUNT < WS-DPT-LIMIT                               00426001
004270        ADD 1 TO WS-DPT-COUNT                                     00427001
004280        MOVE DCL-DEPTNO   TO WS-DPT-DEPTNO (WS-DPT-COUNT)         00428001
004290        MOVE DCL-ADMRDEPT TO WS-DPT-ADMRDEPT (WS-DPT-COUNT)       00429001
004300        IF IND-MGRNO < ZERO                                       00430001
004310           MOVE SPACES TO WS-DPT-MGRNO (WS-DPT-COUNT)             00431001
004320           MOVE 'Y'    TO WS-DPT-MGR-NULL-SW (WS-DPT-COUNT)       00432001
004330        ELSE                                                      00433001
004340           MOVE DCL-MGRNO TO WS-DPT-MGRNO (WS-DPT-COUNT)          00434001
004350           MOVE 'N'    TO WS-DPT-MGR-NULL-SW (WS-DPT-COUNT)       00435001
004360        END-IF                                                    00436001
004370     ELSE                                                         00437001
004380        DISPLAY 'DEPT TABLE FULL, DEPARTMENT DROPPED : '          00438001
004390                DCL-DEPTNO                                        00439001
004400        SET SQL-ERROR-OCCURRED TO TRUE                            00440001
004410     END-IF.                                                      00441001
004420 FIND-DEPT-PARA.                                                  00442001
004430     MOVE ZERO TO WS-DPT-HIT                                      00443001
004440     PERFORM SCAN-DEPT-PARA                                       00444001
004450             VARYING WS-DPT-JX FROM 1 BY 1                        00445001
004460             UNTIL WS-DPT-JX > WS-DPT-COUNT                       00446001
004470                OR WS-DPT-HIT > ZERO.                             00447001
004480 SCAN-DEPT-PARA.                                                  00448001
004490     IF WS-DPT-DEPTNO (WS-DPT-JX) = WS-FIND-DEPTNO                00449001
004500        MOVE WS-DPT-JX TO WS-DPT-HIT                              00450001
004510     END-IF.                                                      00451001
004520*****************************************************             00452001
004530* DEPT ROW RULES.  A NULL MGRNO IS ALLOWED (NO       *            00453001
004540* MANAGER YET); ONE THAT IS SET MUST BE ON EMP.  A   *            00454001
004550* TOP DEPARTMENT NAMES ITSELF AS ITS ADMRDEPT        *            00455001
004560*****************************************************             00456001
004570 CHECK-DEPT-PARA.                                                 00457001
004580     MOVE ZERO   TO WS-ROW-EXC-COUNT                              00458001
004590     MOVE 'DEPT' TO WS-EXC-TABLE                                  00459001
004600     MOVE WS-DPT-DEPTNO (WS-DPT-IX) TO WS-EXC-KEY                 00460001
004610     MOVE WS-DPT-DEPTNO (WS-DPT-IX) TO WS-EXC-DEPT                00461001
004620     MOVE SPACES TO WS-EXC-OTHER                                  00462001
004630     IF WS-DPT-MGR-NULL-SW (WS-DPT-IX) NOT = 'Y'                  00463001
004640        MOVE WS-DPT-MGRNO (WS-DPT-IX) TO WS-CHECK-MGRNO           00464001
004650        PERFORM COUNT-MGR-PARA                                    00465001
004660        IF WS-MGR-COUNT = ZERO                                    00466001
004670           AND NOT SQL-ERROR-OCCURRED                             00467001
004680           MOVE 11               TO WS-RULE-IX                    00468001
004690           MOVE 'MGRNO'          TO WS-EXC-COLUMN                 00469001
004700           MOVE WS-CHECK-MGRNO   TO WS-EXC-VALUE                  00470001
004710           PERFORM WRITE-EXC-PARA                                 00471001
004720        END-IF                                                    00472001
004730     END-IF                                                       00473001
004740     MOVE WS-DPT-ADMRDEPT (WS-DPT-IX) TO WS-FIND-DEPTNO           00474001
004750     PERFORM FIND-DEPT-PARA                                       00475001
004760     IF WS-DPT-HIT = ZERO                                         00476001
004770        MOVE 12               TO WS-RULE-IX                       00477001
004780        MOVE 'ADMRDEPT'       TO WS-EXC-COLUMN                    00478001
004790        MOVE WS-FIND-DEPTNO   TO WS-EXC-VALUE                     00479001
004800        PERFORM WRITE-EXC-PARA                                    00480001
004810     END-IF                                                       00481001
004820     IF WS-ROW-EXC-COUNT > ZERO                                   00482001
004830        ADD 1 TO WS-DEPT-BAD-COUNT                                00483001
004840     END-IF.                                                      00484001
004850 COUNT-MGR-PARA.                                                  00485001
004860     EXEC SQL                                                     00486001
004870        SELECT COUNT(*)                                           00487001
004880          INTO :WS-MGR-COUNT                                      00488001
004890          FROM EMP                                                00489001
004900         WHERE EMPNO = :WS-CHECK-MGRNO                            00490001
004910     END-EXEC                                                     00491001
004920     IF SQLCODE NOT = 0                                           00492001
004930        DISPLAY 'MGRNO LOOKUP FAILED WITH SQLCODE : ' SQLCODE     00493001
004940        SET SQL-ERROR-OCCURRED TO TRUE                            00494001
004950     END-IF.                                                      00495001
004960 SWEEP-EMP-PARA.                                                  00496001
004970     EXEC SQL                                                     00497001
004980       OPEN CR2                                                   00498001
004990     END-EXEC.                                                    00499001
005000     IF SQLCODE NOT = 0                                           00500001
005010        DISPLAY ' OPEN FAILED WITH SQLCODE : ' SQLCODE            00501001
005020        SET SQL-ERROR-OCCURRED TO TRUE                            00502001
005030     END-IF.                                                      00503001
005040     PERFORM FETCH-EMP-PARA                                       00504001
005050             UNTIL SQLCODE NOT EQUAL 0                            00505001
005060     EXEC SQL                                                     00506001
005070        CLOSE CR2                                                 00507001
005080     END-EXEC.                                                    00508001
005090 FETCH-EMP-PARA.                                                  00509001
005100     INITIALIZE DCLEMP                                            00510001
005110     EXEC SQL                                                     00511001
005120        FETCH CR2                                                 00512001
005130           INTO :DCL-EMPNO,                                       00513001
005140                :DCL-FIRSTNME,                                    00514001
005150                :DCL-LASTNAME,                                    00515001
005160                :DCL-WORKDEPT  :IND-WORKDEPT,                     00516001
005170                :DCL-HIREDATE  :IND-HIREDATE,                     00517001
005180                :DCL-JOB       :IND-JOB,                          00518001
005190                :DCL-EDLEVEL   :IND-EDLEVEL,                      00519001
005200                :DCL-BIRTHDATE :IND-BIRTHDATE,                    00520001
005210                :DCL-SALARY    :IND-SALARY                        00521001
005220     END-EXEC                                                     00522001
005230     IF SQLCODE = 0                                               00523001
005240        ADD 1 TO WS-EMP-READ-COUNT                                00524001
005250        PERFORM CHECK-EMP-PARA                                    00525001
005260     ELSE                                                         00526001
005270        IF SQLCODE = 100                                          00527001
005280           CONTINUE                                               00528001
005290        ELSE                                                      00529001
005300           DISPLAY 'DB2 ERROR'                                    00530001
005310           SET SQL-ERROR-OCCURRED TO TRUE                         00531001
005320        END-IF                                                    00532001
005330     END-IF.                                                      00533001
005340*****************************************************             00534001
005350* EMP ROW RULES.  EVERY ROW ON EMP IS AN ACTIVE      *            00535001
005360* EMPLOYEE (TERMINATIONS ARE DELETED), SO A NULL     *            00536001
005370* SALARY IS ALWAYS A FINDING.  A NULL HIREDATE OR    *            00537001
005380* BIRTHDATE SKIPS THE DATE RULES THAT NEED IT        *            00538001
005390*****************************************************             00539001
005400 CHECK-EMP-PARA.                                                  00540001
005410     MOVE ZERO   TO WS-ROW-EXC-COUNT                              00541001
005420     MOVE 'EMP ' TO WS-EXC-TABLE                                  00542001
005430     MOVE DCL-EMPNO TO WS-EXC-KEY                                 00543001
005440     MOVE SPACES TO WS-EXC-OTHER                                  00544001
005450     IF IND-WORKDEPT < ZERO                                       00545001
005460        MOVE SPACES           TO WS-EXC-DEPT                      00546001
005470        MOVE 1                TO WS-RULE-IX                       00547001
005480        MOVE 'WORKDEPT'       TO WS-EXC-COLUMN                    00548001
005490        MOVE 'NULL'           TO WS-EXC-VALUE                     00549001
005500        PERFORM WRITE-EXC-PARA                                    00550001
005510     ELSE                                                         00551001
005520        MOVE DCL-WORKDEPT     TO WS-EXC-DEPT                      00552001
005530        MOVE DCL-WORKDEPT     TO WS-FIND-DEPTNO                   00553001
005540        PERFORM FIND-DEPT-PARA                                    00554001
005550        IF WS-DPT-HIT = ZERO                                      00555001
005560           MOVE 2             TO WS-RULE-IX                       00556001
005570           MOVE 'WORKDEPT'    TO WS-EXC-COLUMN                    00557001
005580           MOVE DCL-WORKDEPT  TO WS-EXC-VALUE                     00558001
005590           PERFORM WRITE-EXC-PARA                                 00559001
005600        END-IF                                                    00560001
005610     END-IF                                                       00561001
005620     MOVE 'JOB' TO WS-EXC-COLUMN                                  00562001
005630     IF IND-JOB < ZERO                                            00563001
005640        MOVE 3                TO WS-RULE-IX                       00564001
005650        MOVE 'NULL'           TO WS-EXC-VALUE                     00565001
005660        PERFORM WRITE-EXC-PARA                                    00566001
005670     ELSE                                                         00567001
005680        PERFORM FIND-JOB-PARA                                     00568001
005690        IF WS-JRT-HIT = ZERO                                      00569001
005700           MOVE 3             TO WS-RULE-IX                       00570001
005710           MOVE DCL-JOB       TO WS-EXC-VALUE                     00571001
005720           PERFORM WRITE-EXC-PARA                                 00572001
005730        END-IF                                                    00573001
005740     END-IF                                                       00574001
005750     PERFORM CHECK-DATES-PARA                                     00575001
005760     IF IND-EDLEVEL < ZERO                                        00576001
005770        MOVE 8                TO WS-RULE-IX                       00577001
005780        MOVE 'EDLEVEL'        TO WS-EXC-COLUMN                    00578001
005790        MOVE 'NULL'           TO WS-EXC-VALUE                     00579001
005800        PERFORM WRITE-EXC-PARA                                    00580001
005810     ELSE                                                         00581001
005820        IF DCL-EDLEVEL < WS-EDLEVEL-LOW                           00582001
005830           OR DCL-EDLEVEL > WS-EDLEVEL-HIGH                       00583001
005840           MOVE 8             TO WS-RULE-IX                       00584001
005850           MOVE 'EDLEVEL'     TO WS-EXC-COLUMN                    00585001
005860           MOVE DCL-EDLEVEL   TO WS-EDLEVEL-EDIT                  00586001
005870           MOVE WS-EDLEVEL-EDIT TO WS-EXC-VALUE                   00587001
005880           PERFORM WRITE-EXC-PARA                                 00588001
005890        END-IF                                                    00589001
005900     END-IF                                                       00590001
005910     IF IND-SALARY < ZERO                                         00591001
005920        MOVE 9                TO WS-RULE-IX                       00592001
005930        MOVE 'SALARY'         TO WS-EXC-COLUMN                    00593001
005940        MOVE 'NULL'           TO WS-EXC-VALUE                     00594001
005950        PERFORM WRITE-EXC-PARA                                    00595001
005960     END-IF                                                       00596001
005970     IF IND-BIRTHDATE NOT < ZERO                                  00597001
005980        PERFORM CHECK-DUP-PARA                                    00598001
005990     END-IF                                                       00599001
006000     IF WS-ROW-EXC-COUNT > ZERO                                   00600001
006010        ADD 1 TO WS-EMP-BAD-COUNT                                 00601001
006020     END-IF.                                                      00602001
006030 CHECK-DATES-PARA.                                                00603001
006040     IF IND-HIREDATE NOT < ZERO                                   00604001
006050        AND DCL-HIREDATE > WS-RUN-DATE-ISO                        00605001
006060        MOVE 6                TO WS-RULE-IX                       00606001
006070        MOVE 'HIREDATE'       TO WS-EXC-COLUMN                    00607001
006080        MOVE DCL-HIREDATE     TO WS-EXC-VALUE                     00608001
006090        PERFORM WRITE-EXC-PARA                                    00609001
006100     END-IF                                                       00610001
006110     IF IND-BIRTHDATE NOT < ZERO                                  00611001
006120        AND DCL-BIRTHDATE > WS-RUN-DATE-ISO                       00612001
006130        MOVE 7                TO WS-RULE-IX                       00613001
006140        MOVE 'BIRTHDATE'      TO WS-EXC-COLUMN                    00614001
006150        MOVE DCL-BIRTHDATE    TO WS-EXC-VALUE                     00615001
006160        PERFORM WRITE-EXC-PARA                                    00616001
006170     END-IF                                                       00617001
006180     IF IND-HIREDATE NOT < ZERO                                   00618001
006190        AND IND-BIRTHDATE NOT < ZERO                              00619001
006200        IF DCL-HIREDATE < DCL-BIRTHDATE                           00620001
006210           MOVE 4             TO WS-RULE-IX                       00621001
006220           MOVE 'HIREDATE'    TO WS-EXC-COLUMN                    00622001
006230           MOVE DCL-HIREDATE  TO WS-EXC-VALUE                     00623001
006240           PERFORM WRITE-EXC-PARA                                 00624001
006250        ELSE                                                      00625001
006260           MOVE DCL-HIREDATE  TO WS-HIRE-DATE                     00626001
006270           MOVE DCL-BIRTHDATE TO WS-BIRTH-DATE                    00627001
006280           COMPUTE WS-HIRE-AGE = WS-HD-YEAR - WS-BD-YEAR          00628001
006290           IF WS-HD-MONTH-DAY < WS-BD-MONTH-DAY                   00629001
006300              SUBTRACT 1 FROM WS-HIRE-AGE                         00630001
006310           END-IF                                                 00631001
006320           IF WS-HIRE-AGE < WS-MIN-AGE                            00632001
006330              MOVE 5          TO WS-RULE-IX                       00633001
006340              MOVE 'HIREDATE' TO WS-EXC-COLUMN                    00634001
006350              MOVE WS-HIRE-AGE TO WS-AGE-EDIT                     00635001
006360              MOVE SPACES     TO WS-EXC-VALUE                     00636001
006370              STRING 'AGE AT HIRE ' DELIMITED BY SIZE             00637001
006380                     WS-AGE-EDIT    DELIMITED BY SIZE             00638001
006390                     INTO WS-EXC-VALUE                            00639001
006400              PERFORM WRITE-EXC-PARA                              00640001
006410           END-IF                                                 00641001
006420        END-IF                                                    00642001
006430     END-IF.                                                      00643001
006440 FIND-JOB-PARA.                                                   00644001
006450     MOVE ZERO TO WS-JRT-HIT                                      00645001
006460     PERFORM SCAN-JOB-PARA                                        00646001
006470             VARYING WS-JRT-IX FROM 1 BY 1                        00647001
006480             UNTIL WS-JRT-IX > WS-JRT-COUNT                       00648001
006490                OR WS-JRT-HIT > ZERO.                             00649001
006500 SCAN-JOB-PARA.                                                   00650001
006510     IF WS-JRT-JOB (WS-JRT-IX) = DCL-JOB                          00651001
006520        MOVE WS-JRT-IX TO WS-JRT-HIT                              00652001
006530     END-IF.                                                      00653001
006540*****************************************************             00654001
006550* SAME FIRST NAME, LAST NAME AND BIRTHDATE UNDER     *            00655001
006560* ANOTHER EMPNO : ONE FINDING PER OTHER EMPNO, SO    *            00656001
006570* EACH EMPNO OF A PAIR GETS ITS OWN FINDING NAMING   *            00657001
006580* THE OTHER.  THE CLOSE LEAVES SQLCODE ZERO FOR THE  *            00658001
006590* CR2 FETCH LOOP                                     *            00659001
006600*****************************************************             00660001
006610 CHECK-DUP-PARA.                                                  00661001
006620     EXEC SQL                                                     00662001
006630       OPEN CR3                                                   00663001
006640     END-EXEC.                                                    00664001
006650     IF SQLCODE NOT = 0                                           00665001
006660        DISPLAY ' OPEN FAILED WITH SQLCODE : ' SQLCODE            00666001
006670        SET SQL-ERROR-OCCURRED TO TRUE                            00667001
006680     END-IF.                                                      00668001
006690     PERFORM FETCH-DUP-PARA                                       00669001
006700             UNTIL SQLCODE NOT EQUAL 0                            00670001
006710     EXEC SQL                                                     00671001
006720        CLOSE CR3                                                 00672001
006730     END-EXEC.                                                    00673001
006740     IF SQLCODE NOT = 0                                           00674001
006750        DISPLAY ' CLOSE FAILED WITH SQLCODE : ' SQLCODE           00675001
006760        SET SQL-ERROR-OCCURRED TO TRUE                            00676001
006770     END-IF.                                                      00677001
006780 FETCH-DUP-PARA.                                                  00678001
006790     EXEC SQL                                                     00679001
006800        FETCH CR3                                                 00680001
006810           INTO :WS-DUP-OTHER                                     00681001
006820     END-EXEC                                                     00682001
006830     IF SQLCODE = 0                                               00683001
006840        MOVE 10               TO WS-RULE-IX                       00684001
006850        MOVE 'BIRTHDATE'      TO WS-EXC-COLUMN                    00685001
006860        MOVE DCL-BIRTHDATE    TO WS-EXC-VALUE                     00686001
006870        MOVE WS-DUP-OTHER     TO WS-EXC-OTHER                     00687001
006880        PERFORM WRITE-EXC-PARA                                    00688001
006890     ELSE                                                         00689001
006900        IF SQLCODE = 100                                          00690001
006910           CONTINUE                                               00691001
006920        ELSE                                                      00692001
006930           DISPLAY 'DB2 ERROR'                                    00693001
006940           SET SQL-ERROR-OCCURRED TO TRUE                         00694001
006950        END-IF                                                    00695001
006960     END-IF.                                                      00696001
006970*****************************************************             00697001
006980* WRITES THE FINDING FOR RULE WS-RULE-IX TO EXCOUT   *            00698001
006990* AND THE REPORT, AND COUNTS IT BY RULE AND DEPT     *            00699001
007000*****************************************************             00700001
007010 WRITE-EXC-PARA.                                                  00701001
007020     MOVE SPACES                     TO EXCEPTION-RECORD          00702001
007030     MOVE WS-RUN-DATE-ISO            TO EXC-SWEEP-DATE            00703001
007040     MOVE WS-EXC-TABLE               TO EXC-TABLE                 00704001
007050     MOVE WS-EXC-KEY                 TO EXC-KEY                   00705001
007060     MOVE WS-EXC-DEPT                TO EXC-DEPT                  00706001
007070     MOVE WS-RULE-CODE (WS-RULE-IX)  TO EXC-REASON                00707001
007080     MOVE WS-EXC-COLUMN              TO EXC-COLUMN                00708001
007090     MOVE WS-EXC-VALUE               TO EXC-VALUE                 00709001
007100     MOVE WS-EXC-OTHER               TO EXC-OTHER-KEY             00710001
007110     MOVE WS-RULE-TEXT (WS-RULE-IX)  TO EXC-TEXT                  00711001
007120     MOVE SPACES          TO WS-PL-DETAIL                         00712001
007130     MOVE EXC-TABLE       TO WS-PLD-TABLE                         00713001
007140     MOVE EXC-KEY         TO WS-PLD-KEY                           00714001
007150     MOVE EXC-DEPT        TO WS-PLD-DEPT                          00715001
007160     MOVE EXC-REASON      TO WS-PLD-REASON                        00716001
007170     MOVE EXC-COLUMN      TO WS-PLD-COLUMN                        00717001
007180     MOVE EXC-VALUE       TO WS-PLD-VALUE                         00718001
007190     MOVE EXC-OTHER-KEY   TO WS-PLD-OTHER                         00719001
007200     MOVE EXC-TEXT        TO WS-PLD-TEXT                          00720001
007210     WRITE EXCEPTION-RECORD                                       00721001
007220     ADD 1 TO WS-EXC-COUNT                                        00722001
007230     ADD 1 TO WS-ROW-EXC-COUNT                                    00723001
007240     ADD 1 TO WS-RULE-COUNT (WS-RULE-IX)                          00724001
007250     MOVE WS-PRINT-LINE   TO RPT-RECORD                           00725001
007260     WRITE RPT-RECORD                                             00726001
007270     PERFORM COUNT-DEPT-PARA.                                     00727001
007280 COUNT-DEPT-PARA.                                                 00728001
007290     MOVE ZERO TO WS-DSM-HIT                                      00729001
007300     PERFORM SCAN-DSM-PARA                                        00730001
007310             VARYING WS-DSM-JX FROM 1 BY 1                        00731001
007320             UNTIL WS-DSM-JX > WS-DSM-COUNT                       00732001
007330                OR WS-DSM-HIT > ZERO                              00733001
007340     IF WS-DSM-HIT = ZERO                                         00734001
007350        IF WS-DSM-COUNT < WS-DSM-LIMIT                            00735001
007360           ADD 1 TO WS-DSM-COUNT                                  00736001
007370           MOVE WS-DSM-COUNT TO WS-DSM-HIT                        00737001
007380           INITIALIZE WS-DSM-ENTRY (WS-DSM-HIT)                   00738001
007390           MOVE WS-EXC-DEPT  TO WS-DSM-DEPT (WS-DSM-HIT)          00739001
007400        ELSE                                                      00740001
007410           IF NOT WS-DSM-FULL                                     00741001
007420              SET WS-DSM-FULL TO TRUE                             00742001
007430              DISPLAY 'DEPARTMENT SUMMARY FULL AT : '             00743001
007440                      WS-DSM-LIMIT                                00744001
007450           END-IF                                                 00745001
007460        END-IF                                                    00746001
007470     END-IF                                                       00747001
007480     IF WS-DSM-HIT > ZERO                                         00748001
007490        ADD 1 TO WS-DSM-TOTAL (WS-DSM-HIT)                        00749001
007500        ADD 1 TO WS-DSM-RULE (WS-DSM-HIT, WS-RULE-IX)             00750001
007510     END-IF.                                                      00751001
007520 SCAN-DSM-PARA.                                                   00752001
007530     IF WS-DSM-DEPT (WS-DSM-JX) = WS-EXC-DEPT                     00753001
007540        MOVE WS-DSM-JX TO WS-DSM-HIT                              00754001
007550     END-IF.                                                      00755001
007560 SORT-SUMMARY-PARA.                                               00756001
007570     COMPUTE WS-SORT-TOP = WS-DSM-COUNT - 1                       00757001
007580     SET WS-SWAPPED TO TRUE                                       00758001
007590     PERFORM SORT-PASS-PARA                                       00759001
007600             UNTIL NOT WS-SWAPPED                                 00760001
007610                OR WS-SORT-TOP < 1.                               00761001
007620 SORT-PASS-PARA.                                                  00762001
007630     MOVE 'N' TO WS-SWAP-SW                                       00763001
007640     PERFORM SORT-COMPARE-PARA                                    00764001
007650             VARYING WS-DSM-IX FROM 1 BY 1                        00765001
007660             UNTIL WS-DSM-IX > WS-SORT-TOP                        00766001
007670     SUBTRACT 1 FROM WS-SORT-TOP.                                 00767001
007680 SORT-COMPARE-PARA.                                               00768001
007690     COMPUTE WS-DSM-JX = WS-DSM-IX + 1                            00769001
007700     IF WS-DSM-DEPT (WS-DSM-IX) > WS-DSM-DEPT (WS-DSM-JX)         00770001
007710        MOVE WS-DSM-ENTRY (WS-DSM-IX) TO WS-SWAP-ENTRY            00771001
007720        MOVE WS-DSM-ENTRY (WS-DSM-JX)                             00772001
007730          TO WS-DSM-ENTRY (WS-DSM-IX)                             00773001
007740        MOVE WS-SWAP-ENTRY TO WS-DSM-ENTRY (WS-DSM-JX)            00774001
007750        SET WS-SWAPPED TO TRUE                                    00775001
007760     END-IF.                                                      00776001
007770 RULE-SUMMARY-PARA.                                               00777001
007780     MOVE SPACES TO WS-PL-HEADING                                 00778001
007790     MOVE "*********************************************"         00779001
007800         TO WS-PLH-BANNER                                         00780001
007810     MOVE WS-PRINT-LINE TO RPT-RECORD                             00781001
007820     WRITE RPT-RECORD AFTER ADVANCING PAGE                        00782001
007830     MOVE SPACES TO WS-PL-HEADING                                 00783001
007840     MOVE "       FINDINGS BY RULE                      "         00784001
007850         TO WS-PLH-BANNER                                         00785001
007860     MOVE WS-PRINT-LINE TO RPT-RECORD                             00786001
007870     WRITE RPT-RECORD                                             00787001
007880     MOVE SPACES TO WS-PL-HEADING                                 00788001
007890     MOVE "REASON,RULE,FINDINGS"                                  00789001
007900         TO WS-PLH-BANNER                                         00790001
007910     MOVE WS-PRINT-LINE TO RPT-RECORD                             00791001
007920     WRITE RPT-RECORD                                             00792001
007930     MOVE SPACES TO WS-PL-HEADING                                 00793001
007940     MOVE "*********************************************"         00794001
007950         TO WS-PLH-BANNER                                         00795001
007960     MOVE WS-PRINT-LINE TO RPT-RECORD                             00796001
007970     WRITE RPT-RECORD                                             00797001
007980     PERFORM RULE-LINE-PARA                                       00798001
007990             VARYING WS-RULE-IX FROM 1 BY 1                       00799001
008000             UNTIL WS-RULE-IX > WS-RULE-MAX.                      00800001
008010 RULE-LINE-PARA.                                                  00801001
008020     MOVE SPACES                     TO WS-PL-RULE                00802001
008030     MOVE WS-RULE-CODE (WS-RULE-IX)  TO WS-PLR-CODE               00803001
008040     MOVE WS-RULE-TEXT (WS-RULE-IX)  TO WS-PLR-TEXT               00804001
008050     MOVE WS-RULE-COUNT (WS-RULE-IX) TO WS-PLR-COUNT              00805001
008060     MOVE WS-PRINT-LINE TO RPT-RECORD                             00806001
008070     WRITE RPT-RECORD.                                            00807001
008080*****************************************************             00808001
008090* ONE LINE PER DEPARTMENT WITH FINDINGS, A COLUMN    *            00809001
008100* PER RULE.  (NONE) IS THE NULL-WORKDEPT BUCKET      *            00810001
008110*****************************************************             00811001
008120 DEPT-SUMMARY-PARA.                                               00812001
008130     MOVE SPACES TO WS-PL-HEADING                                 00813001
008140     MOVE "*********************************************"         00814001
008150         TO WS-PLH-BANNER                                         00815001
008160     MOVE WS-PRINT-LINE TO RPT-RECORD                             00816001
008170     WRITE RPT-RECORD                                             00817001
008180     MOVE SPACES TO WS-PL-HEADING                                 00818001
008190     MOVE "       FINDINGS BY DEPARTMENT AND RULE       "         00819001
008200         TO WS-PLH-BANNER                                         00820001
008210     MOVE WS-PRINT-LINE TO RPT-RECORD                             00821001
008220     WRITE RPT-RECORD                                             00822001
008230     MOVE SPACES TO WS-PL-MATRIX-HEAD                             00823001
008240     MOVE "DEPT"  TO WS-PLX-DEPT                                  00824001
008250     PERFORM MATRIX-HEAD-PARA                                     00825001
008260             VARYING WS-RULE-IX FROM 1 BY 1                       00826001
008270             UNTIL WS-RULE-IX > WS-RULE-MAX                       00827001
008280     MOVE "  TOTAL" TO WS-PLX-TOTAL                               00828001
008290     MOVE WS-PRINT-LINE TO RPT-RECORD                             00829001
008300     WRITE RPT-RECORD                                             00830001
008310     MOVE SPACES TO WS-PL-HEADING                                 00831001
008320     MOVE "*********************************************"         00832001
008330         TO WS-PLH-BANNER                                         00833001
008340     MOVE WS-PRINT-LINE TO RPT-RECORD                             00834001
008350     WRITE RPT-RECORD                                             00835001
008360     PERFORM MATRIX-LINE-PARA                                     00836001
008370             VARYING WS-DSM-IX FROM 1 BY 1                        00837001
008380             UNTIL WS-DSM-IX > WS-DSM-COUNT.                      00838001
008390 MATRIX-HEAD-PARA.                                                00839001
008400     MOVE WS-RULE-CODE (WS-RULE-IX) TO WS-PLX-CODE (WS-RULE-IX).  00840001
008410 MATRIX-LINE-PARA.                                                00841001
008420     MOVE SPACES TO WS-PL-MATRIX                                  00842001
008430     IF WS-DSM-DEPT (WS-DSM-IX) = SPACES                          00843001
008440        MOVE "(NONE)" TO WS-PLM-DEPT                              00844001
008450     ELSE                                                         00845001
008460        MOVE WS-DSM-DEPT (WS-DSM-IX) TO WS-PLM-DEPT               00846001
008470     END-IF                                                       00847001
008480     PERFORM MATRIX-CELL-PARA                                     00848001
008490             VARYING WS-RULE-IX FROM 1 BY 1                       00849001
008500             UNTIL WS-RULE-IX > WS-RULE-MAX                       00850001
008510     MOVE WS-DSM-TOTAL (WS-DSM-IX) TO WS-PLM-TOTAL                00851001
008520     MOVE WS-PRINT-LINE TO RPT-RECORD                             00852001
008530     WRITE RPT-RECORD.                                            00853001
008540 MATRIX-CELL-PARA.                                                00854001
008550     MOVE WS-DSM-RULE (WS-DSM-IX, WS-RULE-IX)                     00855001
008560       TO WS-PLM-COUNT (WS-RULE-IX).                              00856001
008570 HEADING-PARA.                                                    00857001
008580     MOVE SPACES TO WS-PL-HEADING                                 00858001
008590     MOVE "*********************************************"         00859001
008600         TO WS-PLH-BANNER                                         00860001
008610     MOVE WS-PRINT-LINE TO RPT-RECORD                             00861001
008620     WRITE RPT-RECORD AFTER ADVANCING PAGE                        00862001
008630     MOVE SPACES TO WS-PL-HEADING                                 00863001
008640     MOVE "     EMP AND DEPT DATA-QUALITY SWEEP         "         00864001
008650         TO WS-PLH-BANNER                                         00865001
008660     MOVE WS-PRINT-LINE TO RPT-RECORD                             00866001
008670     WRITE RPT-RECORD                                             00867001
008680     MOVE SPACES TO WS-PL-HEADING                                 00868001
008690     STRING 'AS OF : '      DELIMITED BY SIZE                     00869001
008700            WS-RUN-DATE-ISO DELIMITED BY SIZE                     00870001
008710            INTO WS-PLH-BANNER                                    00871001
008720     MOVE WS-PRINT-LINE TO RPT-RECORD                             00872001
008730     WRITE RPT-RECORD                                             00873001
008740     MOVE SPACES TO WS-PL-HEADING                                 00874001
008750     MOVE "TABLE,KEY,DEPT,REASON,COLUMN,VALUE,OTHER EMPNO,RULE"   00875001
008760         TO WS-PLH-BANNER                                         00876001
008770     MOVE WS-PRINT-LINE TO RPT-RECORD                             00877001
008780     WRITE RPT-RECORD                                             00878001
008790     MOVE SPACES TO WS-PL-HEADING                                 00879001
008800     MOVE "*********************************************"         00880001
008810         TO WS-PLH-BANNER                                         00881001
008820     MOVE WS-PRINT-LINE TO RPT-RECORD                             00882001
008830     WRITE RPT-RECORD.                                            00883001
008840 TRAILER-PARA.                                                    00884001
008850     MOVE SPACES TO WS-PL-HEADING                                 00885001
008860     MOVE "*********************************************"         00886001
008870         TO WS-PLH-BANNER                                         00887001
008880     MOVE WS-PRINT-LINE TO RPT-RECORD                             00888001
008890     WRITE RPT-RECORD                                             00889001
008900     MOVE SPACES TO WS-PL-TRAILER                                 00890001
008910     MOVE "DEPT ROWS SWEPT             : "                        00891001
008920         TO WS-PLT-LABEL                                          00892001
008930     MOVE WS-DEPT-READ-COUNT TO WS-PLT-COUNT                      00893001
008940     MOVE WS-PRINT-LINE      TO RPT-RECORD                        00894001
008950     WRITE RPT-RECORD                                             00895001
008960     MOVE SPACES TO WS-PL-TRAILER                                 00896001
008970     MOVE "  WITH A FINDING            : "                        00897001
008980         TO WS-PLT-LABEL                                          00898001
008990     MOVE WS-DEPT-BAD-COUNT  TO WS-PLT-COUNT                      00899001
009000     MOVE WS-PRINT-LINE      TO RPT-RECORD                        00900001
009010     WRITE RPT-RECORD                                             00901001
009020     MOVE SPACES TO WS-PL-TRAILER                                 00902001
009030     MOVE "EMP ROWS SWEPT              : "                        00903001
009040         TO WS-PLT-LABEL                                          00904001
009050     MOVE WS-EMP-READ-COUNT  TO WS-PLT-COUNT                      00905001
009060     MOVE WS-PRINT-LINE      TO RPT-RECORD                        00906001
009070     WRITE RPT-RECORD                                             00907001
009080     MOVE SPACES TO WS-PL-TRAILER                                 00908001
009090     MOVE "  WITH A FINDING            : "                        00909001
009100         TO WS-PLT-LABEL                                          00910001
009110     MOVE WS-EMP-BAD-COUNT   TO WS-PLT-COUNT                      00911001
009120     MOVE WS-PRINT-LINE      TO RPT-RECORD                        00912001
009130     WRITE RPT-RECORD                                             00913001
009140     MOVE SPACES TO WS-PL-TRAILER                                 00914001
009150     MOVE "EXCEPTIONS WRITTEN          : "                        00915001
009160         TO WS-PLT-LABEL                                          00916001
009170     MOVE WS-EXC-COUNT       TO WS-PLT-COUNT                      00917001
009180     MOVE WS-PRINT-LINE      TO RPT-RECORD                        00918001
009190     WRITE RPT-RECORD.                                            00919001
