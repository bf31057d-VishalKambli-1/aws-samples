000010 IDENTIFICATION DIVISION.                                         00001001
000020 PROGRAM-ID. COBDB38.                                             00002001
000030********************************************                      00003001
000040*COBOL PROGRAM TO ACCOMPANY JCL TO STEP    *                      00004001
000050*FUNCTION DEMO                             *                      00005001
000060*ORGANIZATION HIERARCHY ROLL-UP REPORT.    *                      00006001
000070*WALKS THE DEPT TABLE FROM THE TOP DOWN    *                      00007001
000080*THROUGH ADMRDEPT, EACH DEPARTMENT PRINTED *                      00008001
000090*INDENTED UNDER ITS ADMINISTERING PARENT,  *                      00009001
000100*WITH ITS MANAGER'S NAME FROM EMP, ITS OWN *                      00010001
000110*HEADCOUNT AND SALARY/BONUS/COMM, AND THE  *                      00011001
000120*SAME FIGURES ROLLED UP OVER EVERYTHING    *                      00012001
000130*BENEATH IT.                               *                      00013001
000140*A DEPARTMENT THAT IS ITS OWN ADMRDEPT IS  *                      00014001
000150*THE TOP OF A TREE.  THESE ARE FLAGGED :   *                      00015001
000160*  - MGRNO NOT ON EMP                      *                      00016001
000170*  - MANAGER WORKING IN ANOTHER DEPARTMENT *                      00017001
000180*  - ADMRDEPT NOT ON DEPT (DANGLING)       *                      00018001
000190*  - ADMRDEPT CHAIN THAT LOOPS BACK ON     *                      00019001
000200*    ITSELF                                *                      00020001
000210*A DANGLING OR LOOPING DEPARTMENT IS       *                      00021001
000220*PRINTED AS THE TOP OF ITS OWN TREE AND    *                      00022001
000230*ITS FIGURES ARE NOT ROLLED ANY HIGHER.    *                      00023001
000240*RETURN CODE 4 WHEN ANYTHING IS FLAGGED.   *                      00024001
000250********************************************                      00025001
000260 ENVIRONMENT DIVISION.                                            00026001
000270 INPUT-OUTPUT SECTION.                                            00027001
000280 FILE-CONTROL.                                                    00028001
000290     SELECT RPT-FILE    ASSIGN TO RPTOUT.                         00029001
000300 DATA DIVISION.                                                   00030001
000310 FILE SECTION.                                                    00031001
000320 FD  RPT-FILE                                                     00032001
000330     RECORDING MODE F                                             00033001
000340     LABEL RECORDS ARE STANDARD.                                  00034001
000350 01  RPT-RECORD                  PIC X(132).                      00035001
000360 WORKING-STORAGE SECTION.                                         00036001
000370*****************************************************             00037001
000380* WORKAREAS                                         *             00038001
000390*****************************************************             00039001
000400 77  WS-SQL-ERROR-SW     PIC X          VALUE  'N'.               00040001
000410         88  SQL-ERROR-OCCURRED         VALUE  'Y'.               00041001
000420 77  WS-FOUND-SW         PIC X          VALUE  'N'.               00042001
000430         88  WS-FOUND                   VALUE  'Y'.               00043001
000440 77  WS-MGR-FLAG-SW      PIC X          VALUE  'N'.               00044001
000450         88  WS-MGR-FLAGGED             VALUE  'Y'.               00045001
000460*****************************************************             00046001
000470* EXCEPTION COUNTERS                                 *            00047001
000480*****************************************************             00048001
000490 77  WS-NO-MGR-EMP-COUNT PIC S9(7) COMP VALUE ZERO.               00049001
000500 77  WS-MGR-ELSE-COUNT   PIC S9(7) COMP VALUE ZERO.               00050001
000510 77  WS-NO-MGR-COUNT     PIC S9(7) COMP VALUE ZERO.               00051001
000520 77  WS-DANGLE-COUNT     PIC S9(7) COMP VALUE ZERO.               00052001
000530 77  WS-LOOP-COUNT       PIC S9(7) COMP VALUE ZERO.               00053001
000540 77  WS-TOP-COUNT        PIC S9(7) COMP VALUE ZERO.               00054001
000550 77  WS-ORPHAN-EMP-COUNT PIC S9(7) COMP VALUE ZERO.               00055001
000560 77  WS-NULL-DEPT-COUNT  PIC S9(7) COMP VALUE ZERO.               00056001
000570 77  WS-EMP-TOTAL-COUNT  PIC S9(7) COMP VALUE ZERO.               00057001
000580*****************************************************             00058001
000590* DEPARTMENT TABLE, LOADED FROM DEPT IN DEPTNO ORDER *            00059001
000600* WITH EACH DEPARTMENT'S OWN EMP FIGURES AND THE     *            00060001
000610* FIGURES ROLLED UP FROM EVERYTHING BENEATH IT.      *            00061001
000620* WS-DPT-PARENT IS THE SUBSCRIPT OF THE ADMRDEPT,    *            00062001
000630* ZERO WHEN THE ADMRDEPT IS NOT ON DEPT.             *            00063001
000640* WS-DPT-TOP-SW IS 'Y' FOR THE TOP OF A TREE : ITS   *            00064001
000650* OWN ADMRDEPT, DANGLING, OR IN AN ADMRDEPT LOOP     *            00065001
000660*****************************************************             00066001
000670 77  WS-DPT-COUNT        PIC S9(4) COMP VALUE ZERO.               00067001
000680 77  WS-DPT-LIMIT        PIC S9(4) COMP VALUE  500.               00068001
000690 77  WS-DPT-IX           PIC S9(4) COMP VALUE ZERO.               00069001
000700 77  WS-DPT-JX           PIC S9(4) COMP VALUE ZERO.               00070001
000710 77  WS-DPT-HIT          PIC S9(4) COMP VALUE ZERO.               00071001
000720 77  WS-WALK-IX          PIC S9(4) COMP VALUE ZERO.               00072001
000730 77  WS-WALK-STEPS       PIC S9(4) COMP VALUE ZERO.               00073001
000740 77  WS-FIND-DEPTNO      PIC X(3)       VALUE SPACES.             00074001
000750 01  WS-DEPT-TABLE.                                               00075001
000760     05  WS-DPT-ENTRY  OCCURS 500 TIMES.                          00076001
000770         10  WS-DPT-DEPTNO       PIC X(3).                        00077001
000780         10  WS-DPT-NAME         PIC X(36).                       00078001
000790         10  WS-DPT-MGRNO        PIC X(6).                        00079001
000800         10  WS-DPT-MGR-NULL-SW  PIC X(1).                        00080001
000810         10  WS-DPT-ADMRDEPT     PIC X(3).                        00081001
000820         10  WS-DPT-PARENT       PIC S9(4) USAGE COMP.            00082001
000830         10  WS-DPT-TOP-SW       PIC X(1).                        00083001
000840         10  WS-DPT-LOOP-SW      PIC X(1).                        00084001
000850         10  WS-DPT-DANGLE-SW    PIC X(1).                        00085001
000860         10  WS-DPT-VISITED-SW   PIC X(1).                        00086001
000870         10  WS-DPT-OWN-HC       PIC S9(7) USAGE COMP.            00087001
000880         10  WS-DPT-OWN-SALARY   PIC S9(9)V9(2) USAGE COMP-3.     00088001
000890         10  WS-DPT-OWN-BONUS    PIC S9(9)V9(2) USAGE COMP-3.     00089001
000900         10  WS-DPT-OWN-COMM     PIC S9(9)V9(2) USAGE COMP-3.     00090001
000910         10  WS-DPT-ROLL-HC      PIC S9(7) USAGE COMP.            00091001
000920         10  WS-DPT-ROLL-SALARY  PIC S9(11)V9(2) USAGE COMP-3.    00092001
000930         10  WS-DPT-ROLL-BONUS   PIC S9(11)V9(2) USAGE COMP-3.    00093001
000940         10  WS-DPT-ROLL-COMM    PIC S9(11)V9(2) USAGE COMP-3.    00094001
000950*****************************************************             00095001
000960* TREE-WALK STACK.  EACH LEVEL HOLDS THE DEPARTMENT  *            00096001
000970* BEING EXPANDED AND WHERE THE SEARCH FOR ITS NEXT   *            00097001
000980* CHILD RESUMES                                      *            00098001
000990*****************************************************             00099001
001000 77  WS-STK-TOP          PIC S9(4) COMP VALUE ZERO.               00100001
001010 77  WS-INDENT           PIC S9(4) COMP VALUE ZERO.               00101001
001020 01  WS-STACK-TABLE.                                              00102001
001030     05  WS-STK-ENTRY  OCCURS 500 TIMES.                          00103001
001040         10  WS-STK-DPT          PIC S9(4) USAGE COMP.            00104001
001050         10  WS-STK-NEXT         PIC S9(4) USAGE COMP.            00105001
001060*****************************************************             00106001
001070* HOST VARIABLES FOR THE EMP GROUP TOTALS AND THE    *            00107001
001080* MANAGER LOOKUP                                     *            00108001
001090*****************************************************             00109001
001100 01  WS-GRP-WORKDEPT         PIC X(3).                            00110001
001110 01  WS-IND-GRP-WORKDEPT     PIC S9(4) USAGE COMP.                00111001
001120 01  WS-GRP-COUNT            PIC S9(9) USAGE COMP.                00112001
001130 01  WS-GRP-SALARY           PIC S9(11)V9(2) USAGE COMP-3.        00113001
001140 01  WS-GRP-BONUS            PIC S9(11)V9(2) USAGE COMP-3.        00114001
001150 01  WS-GRP-COMM             PIC S9(11)V9(2) USAGE COMP-3.        00115001
001160 01  WS-CHECK-EMPNO          PIC X(6).                            00116001
001170*****************************************************             00117001
001180* SYSTEM DATE WORKAREAS                              *            00118001
001190*****************************************************             00119001
001200 01  WS-RUN-DATE.                                                 00120001
001210     05  WS-RUN-YEAR             PIC 9(4).                        00121001
001220     05  WS-RUN-MONTH            PIC 9(2).                        00122001
001230     05  WS-RUN-DAY              PIC 9(2).                        00123001
001240 01  WS-RUN-DATE-ISO.                                             00124001
001250     05  WS-RDI-YEAR             PIC 9(4).                        00125001
001260     05  FILLER                  PIC X(1)  VALUE '-'.             00126001
001270     05  WS-RDI-MONTH            PIC 9(2).                        00127001
001280     05  FILLER                  PIC X(1)  VALUE '-'.             00128001
001290     05  WS-RDI-DAY              PIC 9(2).                        00129001
001300*****************************************************             00130001
001310*  PRINT-LINE LAYOUTS FOR RPT-FILE                   *            00131001
001320*****************************************************             00132001
001330 01  WS-PRINT-LINE.                                               00133001
001340     05  WS-PL-HEADING.                                           00134001
001350         10  WS-PLH-BANNER        PIC X(80).                      00135001
001360         10  FILLER               PIC X(52).                      00136001
001370     05  WS-PL-DETAIL REDEFINES WS-PL-HEADING.                    00137001
001380         10  WS-PLD-TREE          PIC X(22).                      00138001
001390         10  FILLER               PIC X(1).                       00139001
001400         10  WS-PLD-OWN-HC        PIC ZZ,ZZ9.                     00140001
001410         10  FILLER               PIC X(1).                       00141001
001420         10  WS-PLD-OWN-SALARY    PIC ZZZ,ZZZ,ZZ9.99.             00142001
001430         10  FILLER               PIC X(1).                       00143001
001440         10  WS-PLD-OWN-BONUS     PIC Z,ZZZ,ZZ9.99.               00144001
001450         10  FILLER               PIC X(1).                       00145001
001460         10  WS-PLD-OWN-COMM      PIC Z,ZZZ,ZZ9.99.               00146001
001470         10  FILLER               PIC X(1).                       00147001
001480         10  WS-PLD-ROLL-HC       PIC ZZZ,ZZ9.                    00148001
001490         10  FILLER               PIC X(1).                       00149001
001500         10  WS-PLD-ROLL-SALARY   PIC ZZ,ZZZ,ZZZ,ZZ9.99.          00150001
001510         10  FILLER               PIC X(1).                       00151001
001520         10  WS-PLD-ROLL-BONUS    PIC ZZZ,ZZZ,ZZ9.99.             00152001
001530         10  FILLER               PIC X(1).                       00153001
001540         10  WS-PLD-ROLL-COMM     PIC ZZZ,ZZZ,ZZ9.99.             00154001
001550         10  FILLER               PIC X(6).                       00155001
001560     05  WS-PL-NAME REDEFINES WS-PL-HEADING.                      00156001
001570         10  WS-PLN-TREE          PIC X(22).                      00157001
001580         10  WS-PLN-DEPTNAME      PIC X(36).                      00158001
001590         10  FILLER               PIC X(1).                       00159001
001600         10  WS-PLN-MGR-LBL       PIC X(6).                       00160001
001610         10  WS-PLN-MGRNO         PIC X(6).                       00161001
001620         10  FILLER               PIC X(1).                       00162001
001630         10  WS-PLN-MGR-FIRST     PIC X(12).                      00163001
001640         10  FILLER               PIC X(1).                       00164001
001650         10  WS-PLN-MGR-LAST      PIC X(15).                      00165001
001660         10  FILLER               PIC X(32).                      00166001
001670     05  WS-PL-FLAG REDEFINES WS-PL-HEADING.                      00167001
001680         10  WS-PLF-TREE          PIC X(22).                      00168001
001690         10  WS-PLF-TEXT          PIC X(40).                      00169001
001700         10  WS-PLF-VALUE         PIC X(6).                       00170001
001710         10  FILLER               PIC X(64).                      00171001
001720     05  WS-PL-TRAILER REDEFINES WS-PL-HEADING.                   00172001
001730         10  WS-PLT-LABEL         PIC X(34).                      00173001
001740         10  WS-PLT-COUNT         PIC ZZZ,ZZ9.                    00174001
001750         10  FILLER               PIC X(91).                      00175001
001760 01  WS-FLAG-TEXT                PIC X(40).                       00176001
001770 01  WS-FLAG-VALUE               PIC X(6).                        00177001
001780********************************************                      00178001
001790*  SQL COMMUNICATION AREA                  *                      00179001
001800********************************************                      00180001
001810     EXEC SQL                                                     00181001
001820       INCLUDE SQLCA                                              00182001
001830     END-EXEC.                                                    00183001
001840********************************************                      00184001
001850*  DCLS                                    *                      00185001
001860********************************************                      00186001
001870     EXEC SQL                                                     00187001
001880       INCLUDE EMP                                                00188001
001890     END-EXEC.                                                    00189001
001900     EXEC SQL                                                     00190001
001910       INCLUDE DEPT                                               00191001
001920     END-EXEC.                                                    00192001
001930********************************************                      00193001
001940*   DCLGENS                                                       00194001
001950********************************************                      00195001
001960     EXEC SQL                                                     00196001
001970       DECLARE CR1 CURSOR FOR                                     00197001
001980         SELECT DEPTNO, DEPTNAME, MGRNO, ADMRDEPT                 00198001
001990         FROM DEPT                                                00199001
002000         ORDER BY DEPTNO                                          00200001
002010     END-EXEC.                                                    00201001
002020     EXEC SQL                                                     00202001
002030       DECLARE CR2 CURSOR FOR                                     00203001
002040         SELECT WORKDEPT, COUNT(*),                               00204001
002050                SUM(COALESCE(SALARY, 0)),                         00205001
002060                SUM(COALESCE(BONUS, 0)),                          00206001
002070                SUM(COALESCE(COMM, 0))                            00207001
002080         FROM EMP                                                 00208001
002090         GROUP BY WORKDEPT                                        00209001
002100         ORDER BY WORKDEPT                                        00210001
002110     END-EXEC.                                                    00211001
002120 PROCEDURE DIVISION.                                              00212001
002130 MAIN-PARA.                                                       00213001
002140     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00214001
002150     MOVE WS-RUN-YEAR  TO WS-RDI-YEAR.                            00215001
002160     MOVE WS-RUN-MONTH TO WS-RDI-MONTH.                           00216001
002170     MOVE WS-RUN-DAY   TO WS-RDI-DAY.                             00217001
002180     PERFORM LOAD-DEPT-PARA.                                      00218001
002190     PERFORM LOAD-TOTALS-PARA.                                    00219001
002200     PERFORM LINK-PARENT-PARA                                     00220001
002210             VARYING WS-DPT-IX FROM 1 BY 1                        00221001
002220             UNTIL WS-DPT-IX > WS-DPT-COUNT.                      00222001
002230     PERFORM LOOP-CHECK-PARA                                      00223001
002240             VARYING WS-DPT-IX FROM 1 BY 1                        00224001
002250             UNTIL WS-DPT-IX > WS-DPT-COUNT.                      00225001
002260     PERFORM ROLLUP-PARA                                          00226001
002270             VARYING WS-DPT-IX FROM 1 BY 1                        00227001
002280             UNTIL WS-DPT-IX > WS-DPT-COUNT.                      00228001
002290     OPEN OUTPUT RPT-FILE.                                        00229001
002300     PERFORM HEADING-PARA.                                        00230001
002310     PERFORM PRINT-TREE-PARA                                      00231001
002320             VARYING WS-DPT-IX FROM 1 BY 1                        00232001
002330             UNTIL WS-DPT-IX > WS-DPT-COUNT.                      00233001
002340     PERFORM TRAILER-PARA.                                        00234001
002350     CLOSE RPT-FILE.                                              00235001
002360     DISPLAY 'DEPARTMENTS REPORTED    : ' WS-DPT-COUNT            00236001
002370     DISPLAY 'TREES (TOP DEPARTMENTS) : ' WS-TOP-COUNT            00237001
002380     IF SQL-ERROR-OCCURRED                                        00238001
002390        MOVE 8 TO RETURN-CODE                                     00239001
002400     ELSE                                                         00240001
002410        IF WS-NO-MGR-EMP-COUNT > ZERO                             00241001
002420           OR WS-MGR-ELSE-COUNT > ZERO                            00242001
002430           OR WS-DANGLE-COUNT > ZERO                              00243001
002440           OR WS-LOOP-COUNT > ZERO                                00244001
002450           MOVE 4 TO RETURN-CODE                                  00245001
002460        ELSE                                                      00246001
002470           MOVE 0 TO RETURN-CODE                                  00247001
002480        END-IF                                                    00248001
002490     END-IF                                                       00249001
002500     STOP RUN.                                                    00250001
002510 LOAD-DEPT-PARA.                                                  00251001
002520* OPENING CURSOR                                                  00252001
002530     EXEC SQL                                                     00253001
002540       OPEN CR1                                                   00254001
002550     END-EXEC.                                                    00255001
002560     IF SQLCODE NOT = 0                                           00256001
002570        DISPLAY ' OPEN FAILED WITH SQLCODE : ' SQLCODE            00257001
002580        SET SQL-ERROR-OCCURRED TO TRUE                            00258001
002590     END-IF.                                                      00259001
002600     PERFORM FETCH-DEPT-PARA                                      00260001
002610             UNTIL SQLCODE NOT EQUAL 0                            00261001
002620     EXEC SQL                                                     00262001
002630        CLOSE CR1                                                 00263001
002640     END-EXEC.                                                    00264001
002650 FETCH-DEPT-PARA.                                                 00265001
002660     INITIALIZE DCLDEPT                                           00266001
002670     EXEC SQL                                                     00267001
002680        FETCH CR1                                                 00268001
002690           INTO :DCL-DEPTNO,                                      00269001
002700                :DCL-DEPTNAME,                                    00270001
002710                :DCL-MGRNO     :IND-MGRNO,                        00271001
002720                :DCL-ADMRDEPT                                     00272001
002730     END-EXEC                                                     00273001
002740     IF SQLCODE = 0                                               00274001
002750        PERFORM STORE-DEPT-PARA                                   00275001
002760     ELSE                                                         00276001
002770        IF SQLCODE = 100                                          00277001
002780           CONTINUE                                               00278001
002790        ELSE                                                      00279001
002800           DISPLAY 'DB2 ERROR'                                    00280001
002810           SET SQL-ERROR-OCCURRED TO TRUE                         00281001
002820        END-IF                                                    00282001
002830     END-IF.                                                      00283001
002840 STORE-DEPT-PARA.                                                 00284001
002850     IF WS-DPT-COUNT < WS-DPT-LIMIT                               00285001
002860        ADD 1 TO WS-DPT-COUNT                                     00286001
002870        MOVE WS-DPT-COUNT       TO WS-DPT-IX                      00287001
002880        MOVE DCL-DEPTNO         TO WS-DPT-DEPTNO (WS-DPT-IX)      00288001
002890        MOVE DCL-DEPTNAME-TEXT  TO WS-DPT-NAME (WS-DPT-IX)        00289001
002900        MOVE DCL-ADMRDEPT       TO WS-DPT-ADMRDEPT (WS-DPT-IX)    00290001
002910        IF IND-MGRNO < ZERO                                       00291001
002920           MOVE SPACES    TO WS-DPT-MGRNO (WS-DPT-IX)             00292001
002930           MOVE 'Y'       TO WS-DPT-MGR-NULL-SW (WS-DPT-IX)       00293001
002940        ELSE                                                      00294001
002950           MOVE DCL-MGRNO TO WS-DPT-MGRNO (WS-DPT-IX)             00295001
002960           MOVE 'N'       TO WS-DPT-MGR-NULL-SW (WS-DPT-IX)       00296001
002970        END-IF                                                    00297001
002980        MOVE ZERO TO WS-DPT-PARENT (WS-DPT-IX)                    00298001
002990        MOVE 'N'  TO WS-DPT-TOP-SW (WS-DPT-IX)                    00299001
003000        MOVE 'N'  TO WS-DPT-LOOP-SW (WS-DPT-IX)                   00300001
003010        MOVE 'N'  TO WS-DPT-DANGLE-SW (WS-DPT-IX)                 00301001
003020        MOVE 'N'  TO WS-DPT-VISITED-SW (WS-DPT-IX)                00302001
003030        MOVE ZERO TO WS-DPT-OWN-HC (WS-DPT-IX)                    00303001
003040        MOVE ZERO TO WS-DPT-OWN-SALARY (WS-DPT-IX)                00304001
003050        MOVE ZERO TO WS-DPT-OWN-BONUS (WS-DPT-IX)                 00305001
003060        MOVE ZERO TO WS-DPT-OWN-COMM (WS-DPT-IX)                  00306001
003070        MOVE ZERO TO WS-DPT-ROLL-HC (WS-DPT-IX)                   00307001
003080        MOVE ZERO TO WS-DPT-ROLL-SALARY (WS-DPT-IX)               00308001
003090        MOVE ZERO TO WS-DPT-ROLL-BONUS (WS-DPT-IX)                00309001
003100        MOVE ZERO TO WS-DPT-ROLL-COMM (WS-DPT-IX)                 00310001
003110     ELSE                                                         00311001
003120        DISPLAY 'DEPT TABLE FULL, DEPARTMENT DROPPED : '          00312001
003130                DCL-DEPTNO                                        00313001
003140        SET SQL-ERROR-OCCURRED TO TRUE                            00314001
003150     END-IF.                                                      00315001
003160*****************************************************             00316001
003170* EACH DEPARTMENT'S OWN HEADCOUNT AND PAY FROM EMP.  *            00317001
003180* ROWS WITH A NULL WORKDEPT OR A WORKDEPT NOT ON     *            00318001
003190* DEPT BELONG TO NO DEPARTMENT AND ARE ONLY COUNTED  *            00319001
003200*****************************************************             00320001
003210 LOAD-TOTALS-PARA.                                                00321001
003220     EXEC SQL                                                     00322001
003230       OPEN CR2                                                   00323001
003240     END-EXEC.                                                    00324001
003250     IF SQLCODE NOT = 0                                           00325001
003260        DISPLAY ' OPEN FAILED WITH SQLCODE : ' SQLCODE            00326001
003270        SET SQL-ERROR-OCCURRED TO TRUE                            00327001
003280     END-IF.                                                      00328001
003290     PERFORM FETCH-TOTALS-PARA                                    00329001
003300             UNTIL SQLCODE NOT EQUAL 0                            00330001
003310     EXEC SQL                                                     00331001
003320        CLOSE CR2                                                 00332001
003330     END-EXEC.                                                    00333001
003340 FETCH-TOTALS-PARA.                                               00334001
003350     EXEC SQL                                                     00335001
003360        FETCH CR2                                                 00336001
003370           INTO :WS-GRP-WORKDEPT :WS-IND-GRP-WORKDEPT,            00337001
003380                :WS-GRP-COUNT,                                    00338001
003390                :WS-GRP-SALARY,                                   00339001
003400                :WS-GRP-BONUS,                                    00340001
003410                :WS-GRP-COMM                                      00341001
003420     END-EXEC                                                     00342001
003430     IF SQLCODE = 0                                               00343001
003440        PERFORM STORE-TOTALS-PARA                                 00344001
003450     ELSE                                                         00345001
003460        IF SQLCODE = 100                                          00346001
003470           CONTINUE                                               00347001
003480        ELSE                                                      00348001
003490           DISPLAY 'DB2 ERROR'                                    00349001
003500           SET SQL-ERROR-OCCURRED TO TRUE                         00350001
003510        END-IF                                                    00351001
003520     END-IF.                                                      00352001
003530 STORE-TOTALS-PARA.                                               00353001
003540     ADD WS-GRP-COUNT TO WS-EMP-TOTAL-COUNT                       00354001
003550     IF WS-IND-GRP-WORKDEPT < ZERO                                00355001
003560        ADD WS-GRP-COUNT TO WS-NULL-DEPT-COUNT                    00356001
003570     ELSE                                                         00357001
003580        MOVE WS-GRP-WORKDEPT TO WS-FIND-DEPTNO                    00358001
003590        PERFORM FIND-DEPT-PARA                                    00359001
003600        IF WS-DPT-HIT > ZERO                                      00360001
003610           MOVE WS-GRP-COUNT  TO WS-DPT-OWN-HC (WS-DPT-HIT)       00361001
003620           MOVE WS-GRP-SALARY TO WS-DPT-OWN-SALARY (WS-DPT-HIT)   00362001
003630           MOVE WS-GRP-BONUS  TO WS-DPT-OWN-BONUS (WS-DPT-HIT)    00363001
003640           MOVE WS-GRP-COMM   TO WS-DPT-OWN-COMM (WS-DPT-HIT)     00364001
003650        ELSE                                                      00365001
003660           ADD WS-GRP-COUNT TO WS-ORPHAN-EMP-COUNT                00366001
003670        END-IF                                                    00367001
003680     END-IF.                                                      00368001
003690 FIND-DEPT-PARA.                                                  00369001
003700     MOVE ZERO TO WS-DPT-HIT                                      00370001
003710     PERFORM SCAN-DEPT-PARA                                       00371001
003720             VARYING WS-DPT-JX FROM 1 BY 1                        00372001
003730             UNTIL WS-DPT-JX > WS-DPT-COUNT                       00373001
003740                OR WS-DPT-HIT > ZERO.                             00374001
003750 SCAN-DEPT-PARA.                                                  00375001
003760     IF WS-DPT-DEPTNO (WS-DPT-JX) = WS-FIND-DEPTNO                00376001
003770        MOVE WS-DPT-JX TO WS-DPT-HIT                              00377001
003780     END-IF.                                                      00378001
003790 LINK-PARENT-PARA.                                                00379001
003800     MOVE WS-DPT-ADMRDEPT (WS-DPT-IX) TO WS-FIND-DEPTNO           00380001
003810     PERFORM FIND-DEPT-PARA                                       00381001
003820     MOVE WS-DPT-HIT TO WS-DPT-PARENT (WS-DPT-IX)                 00382001
003830     IF WS-DPT-HIT = ZERO                                         00383001
003840        MOVE 'Y' TO WS-DPT-DANGLE-SW (WS-DPT-IX)                  00384001
003850        MOVE 'Y' TO WS-DPT-TOP-SW (WS-DPT-IX)                     00385001
003860        ADD 1 TO WS-DANGLE-COUNT                                  00386001
003870     ELSE                                                         00387001
003880        IF WS-DPT-HIT = WS-DPT-IX                                 00388001
003890           MOVE 'Y' TO WS-DPT-TOP-SW (WS-DPT-IX)                  00389001
003900        END-IF                                                    00390001
003910     END-IF.                                                      00391001
003920*****************************************************             00392001
003930* A DEPARTMENT IS IN A LOOP WHEN ITS ADMRDEPT CHAIN  *            00393001
003940* COMES BACK TO IT WITHOUT REACHING A TOP.  THE WALK *            00394001
003950* IS CAPPED AT THE TABLE SIZE, WHICH ALSO STOPS IT   *            00395001
003960* ON A LOOP HIGHER UP THAT THIS DEPARTMENT FEEDS     *            00396001
003970*****************************************************             00397001
003980 LOOP-CHECK-PARA.                                                 00398001
003990     IF WS-DPT-TOP-SW (WS-DPT-IX) NOT = 'Y'                       00399001
004000        MOVE WS-DPT-PARENT (WS-DPT-IX) TO WS-WALK-IX              00400001
004010        MOVE ZERO TO WS-WALK-STEPS                                00401001
004020        MOVE 'N'  TO WS-FOUND-SW                                  00402001
004030        PERFORM LOOP-WALK-PARA                                    00403001
004040                UNTIL WS-FOUND                                    00404001
004050                   OR WS-WALK-IX = ZERO                           00405001
004060                   OR WS-WALK-STEPS > WS-DPT-COUNT                00406001
004070        IF WS-FOUND                                               00407001
004080           MOVE 'Y' TO WS-DPT-LOOP-SW (WS-DPT-IX)                 00408001
004090           MOVE 'Y' TO WS-DPT-TOP-SW (WS-DPT-IX)                  00409001
004100           ADD 1 TO WS-LOOP-COUNT                                 00410001
004110        END-IF                                                    00411001
004120     END-IF.                                                      00412001
004130 LOOP-WALK-PARA.                                                  00413001
004140     ADD 1 TO WS-WALK-STEPS                                       00414001
004150     IF WS-WALK-IX = WS-DPT-IX                                    00415001
004160        SET WS-FOUND TO TRUE                                      00416001
004170     ELSE                                                         00417001
004180        IF WS-DPT-PARENT (WS-WALK-IX) = WS-WALK-IX                00418001
004190           OR WS-DPT-DANGLE-SW (WS-WALK-IX) = 'Y'                 00419001
004200           MOVE ZERO TO WS-WALK-IX                                00420001
004210        ELSE                                                      00421001
004220           MOVE WS-DPT-PARENT (WS-WALK-IX) TO WS-WALK-IX          00422001
004230        END-IF                                                    00423001
004240     END-IF.                                                      00424001
004250*****************************************************             00425001
004260* ADDS THE DEPARTMENT'S OWN FIGURES TO ITS OWN ROLL- *            00426001
004270* UP AND TO EVERY ANCESTOR'S, UP TO ITS TREE TOP     *            00427001
004280*****************************************************             00428001
004290 ROLLUP-PARA.                                                     00429001
004300     MOVE WS-DPT-IX TO WS-WALK-IX                                 00430001
004310     MOVE ZERO      TO WS-WALK-STEPS                              00431001
004320     PERFORM ROLLUP-WALK-PARA                                     00432001
004330             UNTIL WS-WALK-IX = ZERO                              00433001
004340                OR WS-WALK-STEPS > WS-DPT-COUNT.                  00434001
004350 ROLLUP-WALK-PARA.                                                00435001
004360     ADD 1 TO WS-WALK-STEPS                                       00436001
004370     ADD WS-DPT-OWN-HC (WS-DPT-IX)                                00437001
004380         TO WS-DPT-ROLL-HC (WS-WALK-IX)                           00438001
004390     ADD WS-DPT-OWN-SALARY (WS-DPT-IX)                            00439001
004400         TO WS-DPT-ROLL-SALARY (WS-WALK-IX)                       00440001
004410     ADD WS-DPT-OWN-BONUS (WS-DPT-IX)                             00441001
004420         TO WS-DPT-ROLL-BONUS (WS-WALK-IX)                        00442001
004430     ADD WS-DPT-OWN-COMM (WS-DPT-IX)                              00443001
004440         TO WS-DPT-ROLL-COMM (WS-WALK-IX)                         00444001
004450     IF WS-DPT-TOP-SW (WS-WALK-IX) = 'Y'                          00445001
004460        MOVE ZERO TO WS-WALK-IX                                   00446001
004470     ELSE                                                         00447001
004480        MOVE WS-DPT-PARENT (WS-WALK-IX) TO WS-WALK-IX             00448001
004490     END-IF.                                                      00449001
004500*****************************************************             00450001
004510* PRINTS ONE TREE, TOP FIRST, EACH CHILD UNDER ITS   *            00451001
004520* PARENT IN DEPTNO ORDER, DEPTH FIRST                *            00452001
004530*****************************************************             00453001
004540 PRINT-TREE-PARA.                                                 00454001
004550     IF WS-DPT-TOP-SW (WS-DPT-IX) = 'Y'                           00455001
004560        ADD 1 TO WS-TOP-COUNT                                     00456001
004570        MOVE 1         TO WS-STK-TOP                              00457001
004580        MOVE WS-DPT-IX TO WS-STK-DPT (WS-STK-TOP)                 00458001
004590        MOVE 1         TO WS-STK-NEXT (WS-STK-TOP)                00459001
004600        MOVE WS-DPT-IX TO WS-DPT-HIT                              00460001
004610        PERFORM PRINT-DEPT-PARA                                   00461001
004620        PERFORM TREE-STEP-PARA                                    00462001
004630                UNTIL WS-STK-TOP = ZERO                           00463001
004640        MOVE SPACES TO WS-PL-HEADING                              00464001
004650        MOVE WS-PRINT-LINE TO RPT-RECORD                          00465001
004660        WRITE RPT-RECORD                                          00466001
004670     END-IF.                                                      00467001
004680 TREE-STEP-PARA.                                                  00468001
004690     MOVE ZERO TO WS-DPT-HIT                                      00469001
004700     PERFORM FIND-CHILD-PARA                                      00470001
004710             VARYING WS-DPT-JX FROM WS-STK-NEXT (WS-STK-TOP) BY 1 00471001
004720             UNTIL WS-DPT-JX > WS-DPT-COUNT                       00472001
004730                OR WS-DPT-HIT > ZERO                              00473001
004740     IF WS-DPT-HIT > ZERO                                         00474001
004750        COMPUTE WS-STK-NEXT (WS-STK-TOP) = WS-DPT-HIT + 1         00475001
004760        ADD 1 TO WS-STK-TOP                                       00476001
004770        MOVE WS-DPT-HIT TO WS-STK-DPT (WS-STK-TOP)                00477001
004780        MOVE 1          TO WS-STK-NEXT (WS-STK-TOP)               00478001
004790        PERFORM PRINT-DEPT-PARA                                   00479001
004800     ELSE                                                         00480001
004810        SUBTRACT 1 FROM WS-STK-TOP                                00481001
004820     END-IF.                                                      00482001
004830 FIND-CHILD-PARA.                                                 00483001
004840     IF WS-DPT-PARENT (WS-DPT-JX) = WS-STK-DPT (WS-STK-TOP)       00484001
004850        AND WS-DPT-TOP-SW (WS-DPT-JX) NOT = 'Y'                   00485001
004860        AND WS-DPT-VISITED-SW (WS-DPT-JX) NOT = 'Y'               00486001
004870        MOVE WS-DPT-JX TO WS-DPT-HIT                              00487001
004880     END-IF.                                                      00488001
004890*****************************************************             00489001
004900* PRINTS THE DEPARTMENT IN WS-DPT-HIT AT THE DEPTH   *            00490001
004910* OF THE STACK, INDENTED TWO PLACES A LEVEL          *            00491001
004920*****************************************************             00492001
004930 PRINT-DEPT-PARA.                                                 00493001
004940     MOVE 'Y' TO WS-DPT-VISITED-SW (WS-DPT-HIT)                   00494001
004950     IF WS-STK-TOP > 10                                           00495001
004960        MOVE 18 TO WS-INDENT                                      00496001
004970     ELSE                                                         00497001
004980        COMPUTE WS-INDENT = (WS-STK-TOP - 1) * 2                  00498001
004990     END-IF                                                       00499001
005000     MOVE SPACES TO WS-PL-DETAIL                                  00500001
005010     MOVE WS-DPT-DEPTNO (WS-DPT-HIT)                              00501001
005020       TO WS-PLD-TREE (WS-INDENT + 1:3)                           00502001
005030     MOVE WS-DPT-OWN-HC (WS-DPT-HIT)      TO WS-PLD-OWN-HC        00503001
005040     MOVE WS-DPT-OWN-SALARY (WS-DPT-HIT)  TO WS-PLD-OWN-SALARY    00504001
005050     MOVE WS-DPT-OWN-BONUS (WS-DPT-HIT)   TO WS-PLD-OWN-BONUS     00505001
005060     MOVE WS-DPT-OWN-COMM (WS-DPT-HIT)    TO WS-PLD-OWN-COMM      00506001
005070     MOVE WS-DPT-ROLL-HC (WS-DPT-HIT)     TO WS-PLD-ROLL-HC       00507001
005080     MOVE WS-DPT-ROLL-SALARY (WS-DPT-HIT) TO WS-PLD-ROLL-SALARY   00508001
005090     MOVE WS-DPT-ROLL-BONUS (WS-DPT-HIT)  TO WS-PLD-ROLL-BONUS    00509001
005100     MOVE WS-DPT-ROLL-COMM (WS-DPT-HIT)   TO WS-PLD-ROLL-COMM     00510001
005110     MOVE WS-PRINT-LINE TO RPT-RECORD                             00511001
005120     WRITE RPT-RECORD                                             00512001
005130     MOVE SPACES TO WS-PL-NAME                                    00513001
005140     MOVE WS-DPT-NAME (WS-DPT-HIT) TO WS-PLN-DEPTNAME             00514001
005150     MOVE "MGR : "                 TO WS-PLN-MGR-LBL              00515001
005160     MOVE 'N'                      TO WS-MGR-FLAG-SW              00516001
005170     IF WS-DPT-MGR-NULL-SW (WS-DPT-HIT) = 'Y'                     00517001
005180        MOVE "NONE"                TO WS-PLN-MGRNO                00518001
005190        ADD 1 TO WS-NO-MGR-COUNT                                  00519001
005200     ELSE                                                         00520001
005210        MOVE WS-DPT-MGRNO (WS-DPT-HIT) TO WS-PLN-MGRNO            00521001
005220        PERFORM MANAGER-PARA                                      00522001
005230     END-IF                                                       00523001
005240     MOVE WS-PRINT-LINE TO RPT-RECORD                             00524001
005250     WRITE RPT-RECORD                                             00525001
005260     IF WS-MGR-FLAGGED                                            00526001
005270        PERFORM FLAG-LINE-PARA                                    00527001
005280     END-IF                                                       00528001
005290     IF WS-DPT-DANGLE-SW (WS-DPT-HIT) = 'Y'                       00529001
005300        MOVE "** ADMRDEPT NOT ON DEPT :" TO WS-FLAG-TEXT          00530001
005310        MOVE WS-DPT-ADMRDEPT (WS-DPT-HIT) TO WS-FLAG-VALUE        00531001
005320        PERFORM FLAG-LINE-PARA                                    00532001
005330     END-IF                                                       00533001
005340     IF WS-DPT-LOOP-SW (WS-DPT-HIT) = 'Y'                         00534001
005350        MOVE "** ADMRDEPT LOOP, CHAIN RETURNS VIA :"              00535001
005360          TO WS-FLAG-TEXT                                         00536001
005370        MOVE WS-DPT-ADMRDEPT (WS-DPT-HIT) TO WS-FLAG-VALUE        00537001
005380        PERFORM FLAG-LINE-PARA                                    00538001
005390     END-IF.                                                      00539001
005400*****************************************************             00540001
005410* THE MANAGER MUST BE ON EMP AND SHOULD WORK IN THE  *            00541001
005420* DEPARTMENT THEY MANAGE                             *            00542001
005430*****************************************************             00543001
005440 MANAGER-PARA.                                                    00544001
005450     MOVE WS-DPT-MGRNO (WS-DPT-HIT) TO WS-CHECK-EMPNO             00545001
005460     INITIALIZE DCLEMP                                            00546001
005470     EXEC SQL                                                     00547001
005480        SELECT FIRSTNME, LASTNAME, WORKDEPT                       00548001
005490          INTO :DCL-FIRSTNME,                                     00549001
005500               :DCL-LASTNAME,                                     00550001
005510               :DCL-WORKDEPT  :IND-WORKDEPT                       00551001
005520          FROM EMP                                                00552001
005530         WHERE EMPNO = :WS-CHECK-EMPNO                            00553001
005540     END-EXEC                                                     00554001
005550     EVALUATE TRUE                                                00555001
005560        WHEN SQLCODE = 0                                          00556001
005570           MOVE DCL-FIRSTNME-TEXT TO WS-PLN-MGR-FIRST             00557001
005580           MOVE DCL-LASTNAME-TEXT TO WS-PLN-MGR-LAST              00558001
005590           IF IND-WORKDEPT < ZERO                                 00559001
005600              MOVE SPACES TO DCL-WORKDEPT                         00560001
005610           END-IF                                                 00561001
005620           IF DCL-WORKDEPT NOT = WS-DPT-DEPTNO (WS-DPT-HIT)       00562001
005630              ADD 1 TO WS-MGR-ELSE-COUNT                          00563001
005640              MOVE "** MANAGER WORKS IN ANOTHER DEPT :"           00564001
005650                TO WS-FLAG-TEXT                                   00565001
005660              MOVE DCL-WORKDEPT TO WS-FLAG-VALUE                  00566001
005670              SET WS-MGR-FLAGGED TO TRUE                          00567001
005680           END-IF                                                 00568001
005690        WHEN SQLCODE = 100                                        00569001
005700           ADD 1 TO WS-NO-MGR-EMP-COUNT                           00570001
005710           MOVE "** MGRNO NOT ON EMP :" TO WS-FLAG-TEXT           00571001
005720           MOVE WS-DPT-MGRNO (WS-DPT-HIT) TO WS-FLAG-VALUE        00572001
005730           SET WS-MGR-FLAGGED TO TRUE                             00573001
005740        WHEN OTHER                                                00574001
005750           DISPLAY 'DB2 ERROR ON MANAGER LOOKUP, MGRNO : '        00575001
005760                   WS-CHECK-EMPNO ' SQLCODE : ' SQLCODE           00576001
005770           SET SQL-ERROR-OCCURRED TO TRUE                         00577001
005780     END-EVALUATE.                                                00578001
005790 FLAG-LINE-PARA.                                                  00579001
005800     MOVE SPACES        TO WS-PL-FLAG                             00580001
005810     MOVE WS-FLAG-TEXT  TO WS-PLF-TEXT                            00581001
005820     MOVE WS-FLAG-VALUE TO WS-PLF-VALUE                           00582001
005830     MOVE WS-PRINT-LINE TO RPT-RECORD                             00583001
005840     WRITE RPT-RECORD.                                            00584001
005850 HEADING-PARA.                                                    00585001
005860     MOVE SPACES TO WS-PL-HEADING                                 00586001
005870     MOVE "*********************************************"         00587001
005880         TO WS-PLH-BANNER                                         00588001
005890     MOVE WS-PRINT-LINE TO RPT-RECORD                             00589001
005900     WRITE RPT-RECORD AFTER ADVANCING PAGE                        00590001
005910     MOVE SPACES TO WS-PL-HEADING                                 00591001
005920     MOVE "       ORGANIZATION HIERARCHY ROLL-UP        "         00592001
005930         TO WS-PLH-BANNER                                         00593001
005940     MOVE WS-PRINT-LINE TO RPT-RECORD                             00594001
005950     WRITE RPT-RECORD                                             00595001
005960     MOVE SPACES TO WS-PL-HEADING                                 00596001
005970     STRING 'AS OF : '      DELIMITED BY SIZE                     00597001
005980            WS-RUN-DATE-ISO DELIMITED BY SIZE                     00598001
005990            INTO WS-PLH-BANNER                                    00599001
006000     MOVE WS-PRINT-LINE TO RPT-RECORD                             00600001
006010     WRITE RPT-RECORD                                             00601001
006020     MOVE SPACES TO WS-PL-HEADING                                 00602001
006030     MOVE "DEPT (INDENTED UNDER ADMRDEPT),OWN HC,OWN SALARY,"     00603001
006040         TO WS-PLH-BANNER                                         00604001
006050     MOVE WS-PRINT-LINE TO RPT-RECORD                             00605001
006060     WRITE RPT-RECORD                                             00606001
006070     MOVE SPACES TO WS-PL-HEADING                                 00607001
006080     MOVE "OWN BONUS,OWN COMM,ROLLED HC,ROLLED SALARY,"           00608001
006090         TO WS-PLH-BANNER                                         00609001
006100     MOVE WS-PRINT-LINE TO RPT-RECORD                             00610001
006110     WRITE RPT-RECORD                                             00611001
006120     MOVE SPACES TO WS-PL-HEADING                                 00612001
006130     MOVE "ROLLED BONUS,ROLLED COMM"                              00613001
006140         TO WS-PLH-BANNER                                         00614001
006150     MOVE WS-PRINT-LINE TO RPT-RECORD                             00615001
006160     WRITE RPT-RECORD                                             00616001
006170     MOVE SPACES TO WS-PL-HEADING                                 00617001
006180     MOVE "*********************************************"         00618001
006190         TO WS-PLH-BANNER                                         00619001
006200     MOVE WS-PRINT-LINE TO RPT-RECORD                             00620001
006210     WRITE RPT-RECORD.                                            00621001
006220 TRAILER-PARA.                                                    00622001
006230     MOVE SPACES TO WS-PL-HEADING                                 00623001
006240     MOVE "*********************************************"         00624001
006250         TO WS-PLH-BANNER                                         00625001
006260     MOVE WS-PRINT-LINE TO RPT-RECORD                             00626001
006270     WRITE RPT-RECORD                                             00627001
006280     MOVE SPACES TO WS-PL-TRAILER                                 00628001
006290     MOVE "DEPARTMENTS ON DEPT         : "                        00629001
006300         TO WS-PLT-LABEL                                          00630001
006310     MOVE WS-DPT-COUNT  TO WS-PLT-COUNT                           00631001
006320     MOVE WS-PRINT-LINE TO RPT-RECORD                             00632001
006330     WRITE RPT-RECORD                                             00633001
006340     MOVE SPACES TO WS-PL-TRAILER                                 00634001
006350     MOVE "TOP-LEVEL DEPARTMENTS       : "                        00635001
006360         TO WS-PLT-LABEL                                          00636001
006370     MOVE WS-TOP-COUNT  TO WS-PLT-COUNT                           00637001
006380     MOVE WS-PRINT-LINE TO RPT-RECORD                             00638001
006390     WRITE RPT-RECORD                                             00639001
006400     MOVE SPACES TO WS-PL-TRAILER                                 00640001
006410     MOVE "EMPLOYEES ON EMP            : "                        00641001
006420         TO WS-PLT-LABEL                                          00642001
006430     MOVE WS-EMP-TOTAL-COUNT TO WS-PLT-COUNT                      00643001
006440     MOVE WS-PRINT-LINE      TO RPT-RECORD                        00644001
006450     WRITE RPT-RECORD                                             00645001
006460     MOVE SPACES TO WS-PL-TRAILER                                 00646001
006470     MOVE "  WITH NO WORKDEPT          : "                        00647001
006480         TO WS-PLT-LABEL                                          00648001
006490     MOVE WS-NULL-DEPT-COUNT TO WS-PLT-COUNT                      00649001
006500     MOVE WS-PRINT-LINE      TO RPT-RECORD                        00650001
006510     WRITE RPT-RECORD                                             00651001
006520     MOVE SPACES TO WS-PL-TRAILER                                 00652001
006530     MOVE "  IN A WORKDEPT NOT ON DEPT : "                        00653001
006540         TO WS-PLT-LABEL                                          00654001
006550     MOVE WS-ORPHAN-EMP-COUNT TO WS-PLT-COUNT                     00655001
006560     MOVE WS-PRINT-LINE       TO RPT-RECORD                       00656001
006570     WRITE RPT-RECORD                                             00657001
006580     MOVE SPACES TO WS-PL-TRAILER                                 00658001
006590     MOVE "DEPARTMENTS WITH NO MANAGER : "                        00659001
006600         TO WS-PLT-LABEL                                          00660001
006610     MOVE WS-NO-MGR-COUNT TO WS-PLT-COUNT                         00661001
006620     MOVE WS-PRINT-LINE   TO RPT-RECORD                           00662001
006630     WRITE RPT-RECORD                                             00663001
006640     MOVE SPACES TO WS-PL-TRAILER                                 00664001
006650     MOVE "FLAGGED, MGRNO NOT ON EMP   : "                        00665001
006660         TO WS-PLT-LABEL                                          00666001
006670     MOVE WS-NO-MGR-EMP-COUNT TO WS-PLT-COUNT                     00667001
006680     MOVE WS-PRINT-LINE       TO RPT-RECORD                       00668001
006690     WRITE RPT-RECORD                                             00669001
006700     MOVE SPACES TO WS-PL-TRAILER                                 00670001
006710     MOVE "FLAGGED, MANAGER ELSEWHERE  : "                        00671001
006720         TO WS-PLT-LABEL                                          00672001
006730     MOVE WS-MGR-ELSE-COUNT TO WS-PLT-COUNT                       00673001
006740     MOVE WS-PRINT-LINE     TO RPT-RECORD                         00674001
006750     WRITE RPT-RECORD                                             00675001
006760     MOVE SPACES TO WS-PL-TRAILER                                 00676001
006770     MOVE "FLAGGED, ADMRDEPT NOT ON DEPT: "                       00677001
006780         TO WS-PLT-LABEL                                          00678001
006790     MOVE WS-DANGLE-COUNT TO WS-PLT-COUNT                         00679001
006800     MOVE WS-PRINT-LINE   TO RPT-RECORD                           00680001
006810     WRITE RPT-RECORD                                             00681001
006820     MOVE SPACES TO WS-PL-TRAILER                                 00682001
006830     MOVE "FLAGGED, IN AN ADMRDEPT LOOP: "                        00683001
006840         TO WS-PLT-LABEL                                          00684001
006850     MOVE WS-LOOP-COUNT TO WS-PLT-COUNT                           00685001
006860     MOVE WS-PRINT-LINE TO RPT-RECORD                             00686001
006870     WRITE RPT-RECORD.                                            00687001
