000010 IDENTIFICATION DIVISION.                                         00001001
000020 PROGRAM-ID. COBDB41.                                             00002001
000030********************************************                      00003001
000040*COBOL PROGRAM TO ACCOMPANY JCL TO STEP    *                      00004001
000050*FUNCTION DEMO                             *                      00005001
000060*MONTHLY DEPARTMENT BUDGET-VS-ACTUAL       *                      00006001
000070*VARIANCE REPORT.                          *                      00007001
000080*COMPARES EACH DEPARTMENT'S BUDGET CARD    *                      00008001
000090*FOR THE FISCAL YEAR (BUDGET, BUDGREC)     *                      00009001
000100*WITH ITS ACTUAL HEADCOUNT AND ANNUAL      *                      00010001
000110*SALARY AND BONUS+COMM RATES ON EMP, AS    *                      00011001
000120*AMOUNTS AND AS A PER CENT OF BUDGET.      *                      00012001
000130*DEPARTMENTS ARE PRINTED TOP DOWN THROUGH  *                      00013001
000140*ADMRDEPT, INDENTED UNDER THEIR PARENT,    *                      00014001
000150*WITH THEIR OWN FIGURES AND THE FIGURES    *                      00015001
000160*ROLLED UP OVER EVERYTHING BENEATH THEM,   *                      00016001
000170*AS ON THE COBDB38 HIERARCHY REPORT.       *                      00017001
000180*PARMIN COLS 1-4 GIVE THE FISCAL YEAR;     *                      00018001
000190*BLANK OR NOT NUMERIC MEANS THE CURRENT    *                      00019001
000200*YEAR.                                     *                      00020001
000210*RETURN CODE 4 WHEN ANY DEPARTMENT IS OVER *                      00021001
000220*ITS OWN BUDGET ON ANY FIGURE.             *                      00022001
000230********************************************                      00023001
000240 ENVIRONMENT DIVISION.                                            00024001
000250 INPUT-OUTPUT SECTION.                                            00025001
000260 FILE-CONTROL.                                                    00026001
000270     SELECT PARM-FILE   ASSIGN TO PARMIN.                         00027001
000280     SELECT BUDGET-FILE ASSIGN TO BUDGET.                         00028001
000290     SELECT RPT-FILE    ASSIGN TO RPTOUT.                         00029001
000300 DATA DIVISION.                                                   00030001
000310 FILE SECTION.                                                    00031001
000320 FD  PARM-FILE                                                    00032001
000330     RECORDING MODE F                                             00033001
000340     LABEL RECORDS ARE STANDARD.                                  00034001
000350 01  PARM-RECORD.                                                 00035001
000360     05  PARM-FISCAL-YEAR        PIC X(4).                        00036001
000370     05  FILLER                  PIC X(76).                       00037001
000380 FD  BUDGET-FILE                                                  00038001
000390     RECORDING MODE F                                             00039001
000400     LABEL RECORDS ARE STANDARD.                                  00040001
000410     COPY BUDGREC.                                                00041001
000420 FD  RPT-FILE                                                     00042001
000430     RECORDING MODE F                                             00043001
000440     LABEL RECORDS ARE STANDARD.                                  00044001
000450 01  RPT-RECORD                  PIC X(132).                      00045001
000460 WORKING-STORAGE SECTION.                                         00046001
000470*****************************************************             00047001
000480* WORKAREAS                                         *             00048001
000490*****************************************************             00049001
000500 77  WS-SQL-ERROR-SW     PIC X          VALUE  'N'.               00050001
000510         88  SQL-ERROR-OCCURRED         VALUE  'Y'.               00051001
000520 77  WS-FOUND-SW         PIC X          VALUE  'N'.               00052001
000530         88  WS-FOUND                   VALUE  'Y'.               00053001
000540 77  WS-BUDGET-EOF-SW    PIC X          VALUE  'N'.               00054001
000550         88  WS-BUDGET-EOF              VALUE  'Y'.               00055001
000560 77  WS-OVER-SW          PIC X          VALUE  'N'.               00056001
000570         88  WS-OVER                    VALUE  'Y'.               00057001
000580 77  WS-FISCAL-YEAR      PIC 9(4)       VALUE ZERO.               00058001
000590*****************************************************             00059001
000600* COUNTERS                                          *             00060001
000610*****************************************************             00061001
000620 77  WS-TOP-COUNT        PIC S9(7) COMP VALUE ZERO.               00062001
000630 77  WS-DANGLE-COUNT     PIC S9(7) COMP VALUE ZERO.               00063001
000640 77  WS-LOOP-COUNT       PIC S9(7) COMP VALUE ZERO.               00064001
000650 77  WS-ORPHAN-EMP-COUNT PIC S9(7) COMP VALUE ZERO.               00065001
000660 77  WS-NULL-DEPT-COUNT  PIC S9(7) COMP VALUE ZERO.               00066001
000670 77  WS-EMP-TOTAL-COUNT  PIC S9(7) COMP VALUE ZERO.               00067001
000680 77  WS-CARD-COUNT       PIC S9(7) COMP VALUE ZERO.               00068001
000690 77  WS-CARD-USED-COUNT  PIC S9(7) COMP VALUE ZERO.               00069001
000700 77  WS-CARD-OTHER-COUNT PIC S9(7) COMP VALUE ZERO.               00070001
000710 77  WS-CARD-BAD-COUNT   PIC S9(7) COMP VALUE ZERO.               00071001
000720 77  WS-CARD-DEPT-COUNT  PIC S9(7) COMP VALUE ZERO.               00072001
000730 77  WS-NO-BUDGET-COUNT  PIC S9(7) COMP VALUE ZERO.               00073001
000740 77  WS-OVER-COUNT       PIC S9(7) COMP VALUE ZERO.               00074001
000750*****************************************************             00075001
000760* DEPARTMENT TABLE, LOADED FROM DEPT IN DEPTNO ORDER *            00076001
000770* WITH EACH DEPARTMENT'S BUDGET, ITS OWN ACTUALS     *            00077001
000780* FROM EMP, AND BOTH ROLLED UP FROM EVERYTHING       *            00078001
000790* BENEATH IT.  PARENT AND TOP ARE AS IN COBDB38      *            00079001
000800*****************************************************             00080001
000810 77  WS-DPT-COUNT        PIC S9(4) COMP VALUE ZERO.               00081001
000820 77  WS-DPT-LIMIT        PIC S9(4) COMP VALUE  500.               00082001
000830 77  WS-DPT-IX           PIC S9(4) COMP VALUE ZERO.               00083001
000840 77  WS-DPT-JX           PIC S9(4) COMP VALUE ZERO.               00084001
000850 77  WS-DPT-HIT          PIC S9(4) COMP VALUE ZERO.               00085001
000860 77  WS-WALK-IX          PIC S9(4) COMP VALUE ZERO.               00086001
000870 77  WS-WALK-STEPS       PIC S9(4) COMP VALUE ZERO.               00087001
000880 77  WS-FIND-DEPTNO      PIC X(3)       VALUE SPACES.             00088001
000890 01  WS-DEPT-TABLE.                                               00089001
000900     05  WS-DPT-ENTRY  OCCURS 500 TIMES.                          00090001
000910         10  WS-DPT-DEPTNO       PIC X(3).                        00091001
000920         10  WS-DPT-NAME         PIC X(36).                       00092001
000930         10  WS-DPT-ADMRDEPT     PIC X(3).                        00093001
000940         10  WS-DPT-PARENT       PIC S9(4) USAGE COMP.            00094001
000950         10  WS-DPT-TOP-SW       PIC X(1).                        00095001
000960         10  WS-DPT-LOOP-SW      PIC X(1).                        00096001
000970         10  WS-DPT-DANGLE-SW    PIC X(1).                        00097001
000980         10  WS-DPT-VISITED-SW   PIC X(1).                        00098001
000990         10  WS-DPT-BUDGET-SW    PIC X(1).                        00099001
001000         10  WS-DPT-OWN-HC       PIC S9(7) USAGE COMP.            00100001
001010         10  WS-DPT-OWN-SALARY   PIC S9(11)V9(2) USAGE COMP-3.    00101001
001020         10  WS-DPT-OWN-BC       PIC S9(11)V9(2) USAGE COMP-3.    00102001
001030         10  WS-DPT-BUD-HC       PIC S9(7) USAGE COMP.            00103001
001040         10  WS-DPT-BUD-SALARY   PIC S9(11)V9(2) USAGE COMP-3.    00104001
001050         10  WS-DPT-BUD-BC       PIC S9(11)V9(2) USAGE COMP-3.    00105001
001060         10  WS-DPT-ROLL-HC      PIC S9(7) USAGE COMP.            00106001
001070         10  WS-DPT-ROLL-SALARY  PIC S9(11)V9(2) USAGE COMP-3.    00107001
001080         10  WS-DPT-ROLL-BC      PIC S9(11)V9(2) USAGE COMP-3.    00108001
001090         10  WS-DPT-RBUD-HC      PIC S9(7) USAGE COMP.            00109001
001100         10  WS-DPT-RBUD-SALARY  PIC S9(11)V9(2) USAGE COMP-3.    00110001
001110         10  WS-DPT-RBUD-BC      PIC S9(11)V9(2) USAGE COMP-3.    00111001
001120*****************************************************             00112001
001130* ALL-DEPARTMENT TOTALS, SUMMED OVER THE TREE TOPS   *            00113001
001140*****************************************************             00114001
001150 77  WS-ALL-HC           PIC S9(7) COMP VALUE ZERO.               00115001
001160 77  WS-ALL-SALARY       PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00116001
001170 77  WS-ALL-BC           PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00117001
001180 77  WS-ALL-BUD-HC       PIC S9(7) COMP VALUE ZERO.               00118001
001190 77  WS-ALL-BUD-SALARY   PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00119001
001200 77  WS-ALL-BUD-BC       PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00120001
001210*****************************************************             00121001
001220* TREE-WALK STACK                                    *            00122001
001230*****************************************************             00123001
001240 77  WS-STK-TOP          PIC S9(4) COMP VALUE ZERO.               00124001
001250 77  WS-INDENT           PIC S9(4) COMP VALUE ZERO.               00125001
001260 01  WS-STACK-TABLE.                                              00126001
001270     05  WS-STK-ENTRY  OCCURS 500 TIMES.                          00127001
001280         10  WS-STK-DPT          PIC S9(4) USAGE COMP.            00128001
001290         10  WS-STK-NEXT         PIC S9(4) USAGE COMP.            00129001
001300*****************************************************             00130001
001310* VARIANCE WORKAREAS : ACTUAL LESS BUDGET, AND THAT  *            00131001
001320* AS A PER CENT OF BUDGET.  WS-VAR-PCT-SW IS 'N'     *            00132001
001330* WHEN THERE IS NO BUDGET TO TAKE A PER CENT OF AND  *            00133001
001340* 'O' WHEN THE PER CENT WILL NOT FIT THE COLUMN      *            00134001
001350*****************************************************             00135001
001360 77  WS-VAR-BUD          PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00136001
001370 77  WS-VAR-ACT          PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00137001
001380 77  WS-VAR-AMT          PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO. 00138001
001390 77  WS-VAR-PCT          PIC S9(4)V9(1)  USAGE COMP-3 VALUE ZERO. 00139001
001400 77  WS-VAR-PCT-SW       PIC X          VALUE  'Y'.               00140001
001410*****************************************************             00141001
001420* HOST VARIABLES FOR THE EMP GROUP TOTALS            *            00142001
001430*****************************************************             00143001
001440 01  WS-GRP-WORKDEPT         PIC X(3).                            00144001
001450 01  WS-IND-GRP-WORKDEPT     PIC S9(4) USAGE COMP.                00145001
001460 01  WS-GRP-COUNT            PIC S9(9) USAGE COMP.                00146001
001470 01  WS-GRP-SALARY           PIC S9(11)V9(2) USAGE COMP-3.        00147001
001480 01  WS-GRP-BC               PIC S9(11)V9(2) USAGE COMP-3.        00148001
001490*****************************************************             00149001
001500* SYSTEM DATE WORKAREAS                              *            00150001
001510*****************************************************             00151001
001520 01  WS-RUN-DATE.                                                 00152001
001530     05  WS-RUN-YEAR             PIC 9(4).                        00153001
001540     05  WS-RUN-MONTH            PIC 9(2).                        00154001
001550     05  WS-RUN-DAY              PIC 9(2).                        00155001
001560 01  WS-RUN-DATE-ISO.                                             00156001
001570     05  WS-RDI-YEAR             PIC 9(4).                        00157001
001580     05  FILLER                  PIC X(1)  VALUE '-'.             00158001
001590     05  WS-RDI-MONTH            PIC 9(2).                        00159001
001600     05  FILLER                  PIC X(1)  VALUE '-'.             00160001
001610     05  WS-RDI-DAY              PIC 9(2).                        00161001
001620*****************************************************             00162001
001630*  PRINT-LINE LAYOUTS FOR RPT-FILE                   *            00163001
001640*****************************************************             00164001
001650 01  WS-PRINT-LINE.                                               00165001
001660     05  WS-PL-HEADING.                                           00166001
001670         10  WS-PLH-BANNER        PIC X(80).                      00167001
001680         10  FILLER               PIC X(52).                      00168001
001690     05  WS-PL-NAME REDEFINES WS-PL-HEADING.                      00169001
001700         10  WS-PLN-TREE          PIC X(16).                      00170001
001710         10  FILLER               PIC X(1).                       00171001
001720         10  WS-PLN-DEPTNAME      PIC X(36).                      00172001
001730         10  FILLER               PIC X(2).                       00173001
001740         10  WS-PLN-NOTE          PIC X(30).                      00174001
001750         10  FILLER               PIC X(47).                      00175001
001760     05  WS-PL-AMOUNT REDEFINES WS-PL-HEADING.                    00176001
001770         10  FILLER               PIC X(15).                      00177001
001780         10  WS-PLA-LABEL         PIC X(10).                      00178001
001790         10  WS-PLA-OWN-BUD       PIC ZZZ,ZZZ,ZZ9.99.             00179001
001800         10  FILLER               PIC X(1).                       00180001
001810         10  WS-PLA-OWN-ACT       PIC ZZZ,ZZZ,ZZ9.99.             00181001
001820         10  FILLER               PIC X(1).                       00182001
001830         10  WS-PLA-OWN-VAR       PIC -ZZZ,ZZZ,ZZ9.99.            00183001
001840         10  FILLER               PIC X(1).                       00184001
001850         10  WS-PLA-OWN-PCT       PIC -ZZZ9.9.                    00185001
001860         10  WS-PLA-OWN-PCT-X REDEFINES WS-PLA-OWN-PCT            00186001
001870                                  PIC X(7).                       00187001
001880         10  FILLER               PIC X(1).                       00188001
001890         10  WS-PLA-ROLL-BUD      PIC ZZZ,ZZZ,ZZ9.99.             00189001
001900         10  FILLER               PIC X(1).                       00190001
001910         10  WS-PLA-ROLL-ACT      PIC ZZZ,ZZZ,ZZ9.99.             00191001
001920         10  FILLER               PIC X(1).                       00192001
001930         10  WS-PLA-ROLL-VAR      PIC -ZZZ,ZZZ,ZZ9.99.            00193001
001940         10  FILLER               PIC X(1).                       00194001
001950         10  WS-PLA-ROLL-PCT      PIC -ZZZ9.9.                    00195001
001960         10  WS-PLA-ROLL-PCT-X REDEFINES WS-PLA-ROLL-PCT          00196001
001970                                  PIC X(7).                       00197001
001980     05  WS-PL-COUNT REDEFINES WS-PL-HEADING.                     00198001
001990         10  FILLER               PIC X(15).                      00199001
002000         10  WS-PLC-LABEL         PIC X(10).                      00200001
002010         10  WS-PLC-OWN-BUD       PIC ZZZ,ZZZ,ZZ9.                00201001
002020         10  FILLER               PIC X(4).                       00202001
002030         10  WS-PLC-OWN-ACT       PIC ZZZ,ZZZ,ZZ9.                00203001
002040         10  FILLER               PIC X(4).                       00204001
002050         10  WS-PLC-OWN-VAR       PIC -ZZZ,ZZZ,ZZ9.               00205001
002060         10  FILLER               PIC X(4).                       00206001
002070         10  WS-PLC-OWN-PCT       PIC -ZZZ9.9.                    00207001
002080         10  WS-PLC-OWN-PCT-X REDEFINES WS-PLC-OWN-PCT            00208001
002090                                  PIC X(7).                       00209001
002100         10  FILLER               PIC X(1).                       00210001
002110         10  WS-PLC-ROLL-BUD      PIC ZZZ,ZZZ,ZZ9.                00211001
002120         10  FILLER               PIC X(4).                       00212001
002130         10  WS-PLC-ROLL-ACT      PIC ZZZ,ZZZ,ZZ9.                00213001
002140         10  FILLER               PIC X(4).                       00214001
002150         10  WS-PLC-ROLL-VAR      PIC -ZZZ,ZZZ,ZZ9.               00215001
002160         10  FILLER               PIC X(4).                       00216001
002170         10  WS-PLC-ROLL-PCT      PIC -ZZZ9.9.                    00217001
002180         10  WS-PLC-ROLL-PCT-X REDEFINES WS-PLC-ROLL-PCT          00218001
002190                                  PIC X(7).                       00219001
002200     05  WS-PL-FLAG REDEFINES WS-PL-HEADING.                      00220001
002210         10  FILLER               PIC X(17).                      00221001
002220         10  WS-PLF-TEXT          PIC X(40).                      00222001
002230         10  WS-PLF-VALUE         PIC X(6).                       00223001
002240         10  FILLER               PIC X(69).                      00224001
002250     05  WS-PL-TRAILER REDEFINES WS-PL-HEADING.                   00225001
002260         10  WS-PLT-LABEL         PIC X(34).                      00226001
002270         10  WS-PLT-COUNT         PIC ZZZ,ZZ9.                    00227001
002280         10  FILLER               PIC X(91).                      00228001
002290********************************************                      00229001
002300*  SQL COMMUNICATION AREA                  *                      00230001
002310********************************************                      00231001
002320     EXEC SQL                                                     00232001
002330       INCLUDE SQLCA                                              00233001
002340     END-EXEC.                                                    00234001
002350********************************************                      00235001
002360*  DCLS                                    *                      00236001
002370********************************************                      00237001
002380     EXEC SQL                                                     00238001
002390       INCLUDE DEPT                                               00239001
002400     END-EXEC.                                                    00240001
002410********************************************                      00241001
002420*   DCLGENS                                                       00242001
002430********************************************                      00243001
002440     EXEC SQL                                                     00244001
002450       DECLARE CR1 CURSOR FOR                                     00245001
002460         SELECT DEPTNO, DEPTNAME, ADMRDEPT                        00246001
002470         FROM DEPT                                                00247001
002480         ORDER BY DEPTNO                                          00248001
002490     END-EXEC.                                                    00249001
002500     EXEC SQL                                                     00250001
002510       DECLARE CR2 CURSOR FOR                                     00251001
002520         SELECT WORKDEPT, COUNT(*),                               00252001
002530                SUM(COALESCE(SALARY, 0)),                         00253001
002540                SUM(COALESCE(BONUS, 0) + COALESCE(COMM, 0))       00254001
002550         FROM EMP                                                 00255001
002560         GROUP BY WORKDEPT                                        00256001
002570         ORDER BY WORKDEPT                                        00257001
002580     END-EXEC.                                                    00258001
002590 PROCEDURE DIVISION.                                              00259001
002600 MAIN-PARA.                                                       00260001
002610     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00261001
002620     MOVE WS-RUN-YEAR  TO WS-RDI-YEAR.                            00262001
002630     MOVE WS-RUN-MONTH TO WS-RDI-MONTH.                           00263001
002640     MOVE WS-RUN-DAY   TO WS-RDI-DAY.                             00264001
002650     PERFORM GET-PARM-PARA.                                       00265001
002660     PERFORM LOAD-DEPT-PARA.                                      00266001
002670     PERFORM LOAD-TOTALS-PARA.                                    00267001
002680     PERFORM LOAD-BUDGET-PARA.                                    00268001
002690     PERFORM LINK-PARENT-PARA                                     00269001
002700             VARYING WS-DPT-IX FROM 1 BY 1                        00270001
002710             UNTIL WS-DPT-IX > WS-DPT-COUNT.                      00271001
002720     PERFORM LOOP-CHECK-PARA                                      00272001
002730             VARYING WS-DPT-IX FROM 1 BY 1                        00273001
002740             UNTIL WS-DPT-IX > WS-DPT-COUNT.                      00274001
002750     PERFORM ROLLUP-PARA                                          00275001
002760             VARYING WS-DPT-IX FROM 1 BY 1                        00276001
002770             UNTIL WS-DPT-IX > WS-DPT-COUNT.                      00277001
002780     OPEN OUTPUT RPT-FILE.                                        00278001
002790     PERFORM HEADING-PARA.                                        00279001
002800     PERFORM PRINT-TREE-PARA                                      00280001
002810             VARYING WS-DPT-IX FROM 1 BY 1                        00281001
002820             UNTIL WS-DPT-IX > WS-DPT-COUNT.                      00282001
002830     PERFORM ALL-DEPTS-PARA.                                      00283001
002840     PERFORM TRAILER-PARA.                                        00284001
002850     CLOSE RPT-FILE.                                              00285001
002860     DISPLAY 'DEPARTMENTS REPORTED    : ' WS-DPT-COUNT            00286001
002870     DISPLAY 'OVER OWN BUDGET         : ' WS-OVER-COUNT           00287001
002880     IF SQL-ERROR-OCCURRED                                        00288001
002890        MOVE 8 TO RETURN-CODE                                     00289001
002900     ELSE                                                         00290001
002910        IF WS-OVER-COUNT > ZERO                                   00291001
002920           MOVE 4 TO RETURN-CODE                                  00292001
002930        ELSE                                                      00293001
002940           MOVE 0 TO RETURN-CODE                                  00294001
002950        END-IF                                                    00295001
002960     END-IF                                                       00296001
002970     STOP RUN.                                                    00297001
002980 GET-PARM-PARA.                                                   00298001
002990     MOVE WS-RUN-YEAR TO WS-FISCAL-YEAR                           00299001
003000     OPEN INPUT PARM-FILE                                         00300001
003010     READ PARM-FILE                                               00301001
003020         AT END                                                   00302001
003030           CONTINUE                                               00303001
003040         NOT AT END                                               00304001
003050           IF PARM-FISCAL-YEAR NUMERIC                            00305001
003060              MOVE PARM-FISCAL-YEAR TO WS-FISCAL-YEAR             00306001
003070           END-IF                                                 00307001
003080     END-READ                                                     00308001
003090     CLOSE PARM-FILE.                                             00309001
003100 LOAD-DEPT-PARA.                                                  00310001
003110* OPENING CURSOR                                                  00311001
003120     EXEC SQL                                                     00312001
003130       OPEN CR1                                                   00313001
003140     END-EXEC.                                                    00314001
003150     IF SQLCODE NOT = 0                                           00315001
003160        DISPLAY ' OPEN FAILED WITH SQLCODE : ' SQLCODE            00316001
003170        SET SQL-ERROR-OCCURRED TO TRUE                            00317001
003180     END-IF.                                                      00318001
003190     PERFORM FETCH-DEPT-PARA                                      00319001
003200             UNTIL SQLCODE NOT EQUAL 0                            00320001
003210     EXEC SQL                                                     00321001
003220        CLOSE CR1                                                 00322001
003230     END-EXEC.                                                    00323001
003240 FETCH-DEPT-PARA.                                                 00324001
003250     INITIALIZE DCLDEPT                                           00325001
003260     EXEC SQL                                                     00326001
003270        FETCH CR1                                                 00327001
003280           INTO :DCL-DEPTNO,                                      00328001
003290                :DCL-DEPTNAME,                                    00329001
003300                :DCL-ADMRDEPT                                     00330001
003310     END-EXEC                                                     00331001
003320     IF SQLCODE = 0                                               00332001
003330        PERFORM STORE-DEPT-PARA                                   00333001
003340     ELSE                                                         00334001
003350        IF SQLCODE = 100                                          00335001
003360           CONTINUE                                               00336001
003370        ELSE                                                      00337001
003380           DISPLAY 'DB2 ERROR'                                    00338001
003390           SET SQL-ERROR-OCCURRED TO TRUE                         00339001
003400        END-IF                                                    00340001
003410     END-IF.                                                      00341001
003420 STORE-DEPT-PARA.                                                 00342001
003430     IF WS-DPT-COUNT < WS-DPT-LIMIT                               00343001
003440        ADD 1 TO WS-DPT-COUNT                                     00344001
003450        MOVE WS-DPT-COUNT       TO WS-DPT-IX                      00345001
003460        INITIALIZE WS-DPT-ENTRY (WS-DPT-IX)                       00346001
003470        MOVE DCL-DEPTNO         TO WS-DPT-DEPTNO (WS-DPT-IX)      00347001
003480        MOVE DCL-DEPTNAME-TEXT  TO WS-DPT-NAME (WS-DPT-IX)        00348001
003490        MOVE DCL-ADMRDEPT       TO WS-DPT-ADMRDEPT (WS-DPT-IX)    00349001
003500        MOVE 'N'  TO WS-DPT-TOP-SW (WS-DPT-IX)                    00350001
003510        MOVE 'N'  TO WS-DPT-LOOP-SW (WS-DPT-IX)                   00351001
003520        MOVE 'N'  TO WS-DPT-DANGLE-SW (WS-DPT-IX)                 00352001
003530        MOVE 'N'  TO WS-DPT-VISITED-SW (WS-DPT-IX)                00353001
003540        MOVE 'N'  TO WS-DPT-BUDGET-SW (WS-DPT-IX)                 00354001
003550     ELSE                                                         00355001
003560        DISPLAY 'DEPT TABLE FULL, DEPARTMENT DROPPED : '          00356001
003570                DCL-DEPTNO                                        00357001
003580        SET SQL-ERROR-OCCURRED TO TRUE                            00358001
003590     END-IF.                                                      00359001
003600*****************************************************             00360001
003610* EACH DEPARTMENT'S OWN HEADCOUNT AND PAY FROM EMP.  *            00361001
003620* ROWS WITH A NULL WORKDEPT OR A WORKDEPT NOT ON     *            00362001
003630* DEPT BELONG TO NO DEPARTMENT AND ARE ONLY COUNTED  *            00363001
003640*****************************************************             00364001
003650 LOAD-TOTALS-PARA.                                                00365001
003660     EXEC SQL                                                     00366001
003670       OPEN CR2                                                   00367001
003680     END-EXEC.                                                    00368001
003690     IF SQLCODE NOT = 0                                           00369001
003700        DISPLAY ' OPEN FAILED WITH SQLCODE : ' SQLCODE            00370001
003710        SET SQL-ERROR-OCCURRED TO TRUE                            00371001
003720     END-IF.                                                      00372001
003730     PERFORM FETCH-TOTALS-PARA                                    00373001
003740             UNTIL SQLCODE NOT EQUAL 0                            00374001
003750     EXEC SQL                                                     00375001
003760        CLOSE CR2                                                 00376001
003770     END-EXEC.                                                    00377001
003780 FETCH-TOTALS-PARA.                                               00378001
003790     EXEC SQL                                                     00379001
003800        FETCH CR2                                                 00380001
003810           INTO :WS-GRP-WORKDEPT :WS-IND-GRP-WORKDEPT,            00381001
003820                :WS-GRP-COUNT,                                    00382001
003830                :WS-GRP-SALARY,                                   00383001
003840                :WS-GRP-BC                                        00384001
003850     END-EXEC                                                     00385001
003860     IF SQLCODE = 0                                               00386001
003870        PERFORM STORE-TOTALS-PARA                                 00387001
003880     ELSE                                                         00388001
003890        IF SQLCODE = 100                                          00389001
003900           CONTINUE                                               00390001
003910        ELSE                                                      00391001
003920           DISPLAY 'DB2 ERROR'                                    00392001
003930           SET SQL-ERROR-OCCURRED TO TRUE                         00393001
003940        END-IF                                                    00394001
003950     END-IF.                                                      00395001
003960 STORE-TOTALS-PARA.                                               00396001
003970     ADD WS-GRP-COUNT TO WS-EMP-TOTAL-COUNT                       00397001
003980     IF WS-IND-GRP-WORKDEPT < ZERO                                00398001
003990        ADD WS-GRP-COUNT TO WS-NULL-DEPT-COUNT                    00399001
004000     ELSE                                                         00400001
004010        MOVE WS-GRP-WORKDEPT TO WS-FIND-DEPTNO                    00401001
004020        PERFORM FIND-DEPT-PARA                                    00402001
004030        IF WS-DPT-HIT > ZERO                                      00403001
004040           MOVE WS-GRP-COUNT  TO WS-DPT-OWN-HC (WS-DPT-HIT)       00404001
004050           MOVE WS-GRP-SALARY TO WS-DPT-OWN-SALARY (WS-DPT-HIT)   00405001
004060           MOVE WS-GRP-BC     TO WS-DPT-OWN-BC (WS-DPT-HIT)       00406001
004070        ELSE                                                      00407001
004080           ADD WS-GRP-COUNT TO WS-ORPHAN-EMP-COUNT                00408001
004090        END-IF                                                    00409001
004100     END-IF.                                                      00410001
004110*****************************************************             00411001
004120* BUDGET CARDS FOR THE FISCAL YEAR.  A CARD FOR A    *            00412001
004130* DEPTNO NOT ON DEPT IS COUNTED AND LEFT OUT         *            00413001
004140*****************************************************             00414001
004150 LOAD-BUDGET-PARA.                                                00415001
004160     OPEN INPUT BUDGET-FILE                                       00416001
004170     PERFORM READ-BUDGET-PARA                                     00417001
004180     PERFORM STORE-BUDGET-PARA                                    00418001
004190             UNTIL WS-BUDGET-EOF                                  00419001
004200     CLOSE BUDGET-FILE                                            00420001
004210     DISPLAY 'BUDGET CARDS USED : ' WS-CARD-USED-COUNT.           00421001
004220 READ-BUDGET-PARA.                                                00422001
004230     READ BUDGET-FILE                                             00423001
004240         AT END                                                   00424001
004250           SET WS-BUDGET-EOF TO TRUE                              00425001
004260         NOT AT END                                               00426001
004270           ADD 1 TO WS-CARD-COUNT                                 00427001
004280     END-READ.                                                    00428001
004290 STORE-BUDGET-PARA.                                               00429001
004300     IF BUD-DEPTNO NOT = SPACES                                   00430001
004310        AND BUD-FISCAL-YEAR-X NUMERIC                             00431001
004320        AND BUD-HEADCOUNT-X NUMERIC                               00432001
004330        AND BUD-SALARY-X NUMERIC                                  00433001
004340        AND BUD-BONUS-COMM-X NUMERIC                              00434001
004350        IF BUD-FISCAL-YEAR = WS-FISCAL-YEAR                       00435001
004360           MOVE BUD-DEPTNO TO WS-FIND-DEPTNO                      00436001
004370           PERFORM FIND-DEPT-PARA                                 00437001
004380           IF WS-DPT-HIT > ZERO                                   00438001
004390              ADD 1 TO WS-CARD-USED-COUNT                         00439001
004400              MOVE 'Y' TO WS-DPT-BUDGET-SW (WS-DPT-HIT)           00440001
004410              MOVE BUD-HEADCOUNT                                  00441001
004420                TO WS-DPT-BUD-HC (WS-DPT-HIT)                     00442001
004430              MOVE BUD-SALARY                                     00443001
004440                TO WS-DPT-BUD-SALARY (WS-DPT-HIT)                 00444001
004450              MOVE BUD-BONUS-COMM                                 00445001
004460                TO WS-DPT-BUD-BC (WS-DPT-HIT)                     00446001
004470           ELSE                                                   00447001
004480              ADD 1 TO WS-CARD-DEPT-COUNT                         00448001
004490              DISPLAY 'BUDGET CARD FOR DEPTNO NOT ON DEPT : '     00449001
004500                      BUD-DEPTNO                                  00450001
004510           END-IF                                                 00451001
004520        ELSE                                                      00452001
004530           ADD 1 TO WS-CARD-OTHER-COUNT                           00453001
004540        END-IF                                                    00454001
004550     ELSE                                                         00455001
004560        ADD 1 TO WS-CARD-BAD-COUNT                                00456001
004570        DISPLAY 'BUDGET CARD NOT USABLE, DROPPED : '              00457001
004580                BUD-DEPTNO                                        00458001
004590     END-IF                                                       00459001
004600     PERFORM READ-BUDGET-PARA.                                    00460001
004610 FIND-DEPT-PARA.                                                  00461001
004620     MOVE ZERO TO WS-DPT-HIT                                      00462001
004630     PERFORM SCAN-DEPT-PARA                                       00463001
004640             VARYING WS-DPT-JX FROM 1 BY 1                        00464001
004650             UNTIL WS-DPT-JX > WS-DPT-COUNT                       00465001
004660                OR WS-DPT-HIT > ZERO.                             00466001
004670 SCAN-DEPT-PARA.                                                  00467001
004680     IF WS-DPT-DEPTNO (WS-DPT-JX) = WS-FIND-DEPTNO                00468001
004690        MOVE WS-DPT-JX TO WS-DPT-HIT                              00469001
004700     END-IF.                                                      00470001
004710 LINK-PARENT-PARA.                                                00471001
004720     MOVE WS-DPT-ADMRDEPT (WS-DPT-IX) TO WS-FIND-DEPTNO           00472001
004730     PERFORM FIND-DEPT-PARA                                       00473001
004740     MOVE WS-DPT-HIT TO WS-DPT-PARENT (WS-DPT-IX)                 00474001
004750     IF WS-DPT-HIT = ZERO                                         00475001
004760        MOVE 'Y' TO WS-DPT-DANGLE-SW (WS-DPT-IX)                  00476001
004770        MOVE 'Y' TO WS-DPT-TOP-SW (WS-DPT-IX)                     00477001
004780        ADD 1 TO WS-DANGLE-COUNT                                  00478001
004790     ELSE                                                         00479001
004800        IF WS-DPT-HIT = WS-DPT-IX                                 00480001
004810           MOVE 'Y' TO WS-DPT-TOP-SW (WS-DPT-IX)                  00481001
004820        END-IF                                                    00482001
004830     END-IF.                                                      00483001
004840*****************************************************             00484001
004850* A DEPARTMENT IS IN A LOOP WHEN ITS ADMRDEPT CHAIN  *            00485001
004860* COMES BACK TO IT WITHOUT REACHING A TOP            *            00486001
004870*****************************************************             00487001
004880 LOOP-CHECK-PARA.                                                 00488001
004890     IF WS-DPT-TOP-SW (WS-DPT-IX) NOT = 'Y'                       00489001
004900        MOVE WS-DPT-PARENT (WS-DPT-IX) TO WS-WALK-IX              00490001
004910        MOVE ZERO TO WS-WALK-STEPS                                00491001
004920        MOVE 'N'  TO WS-FOUND-SW                                  00492001
004930        PERFORM LOOP-WALK-PARA                                    00493001
004940                UNTIL WS-FOUND                                    00494001
004950                   OR WS-WALK-IX = ZERO                           00495001
004960                   OR WS-WALK-STEPS > WS-DPT-COUNT                00496001
004970        IF WS-FOUND                                               00497001
004980           MOVE 'Y' TO WS-DPT-LOOP-SW (WS-DPT-IX)                 00498001
004990           MOVE 'Y' TO WS-DPT-TOP-SW (WS-DPT-IX)                  00499001
005000           ADD 1 TO WS-LOOP-COUNT                                 00500001
005010        END-IF                                                    00501001
005020     END-IF.                                                      00502001
005030 LOOP-WALK-PARA.                                                  00503001
005040     ADD 1 TO WS-WALK-STEPS                                       00504001
005050     IF WS-WALK-IX = WS-DPT-IX                                    00505001
005060        SET WS-FOUND TO TRUE                                      00506001
005070     ELSE                                                         00507001
005080        IF WS-DPT-PARENT (WS-WALK-IX) = WS-WALK-IX                00508001
005090           OR WS-DPT-DANGLE-SW (WS-WALK-IX) = 'Y'                 00509001
005100           MOVE ZERO TO WS-WALK-IX                                00510001
005110        ELSE                                                      00511001
005120           MOVE WS-DPT-PARENT (WS-WALK-IX) TO WS-WALK-IX          00512001
005130        END-IF                                                    00513001
005140     END-IF.                                                      00514001
005150*****************************************************             00515001
005160* ADDS THE DEPARTMENT'S OWN ACTUALS AND BUDGET TO    *            00516001
005170* ITS OWN ROLL-UP AND TO EVERY ANCESTOR'S, UP TO ITS *            00517001
005180* TREE TOP                                           *            00518001
005190*****************************************************             00519001
005200 ROLLUP-PARA.                                                     00520001
005210     MOVE WS-DPT-IX TO WS-WALK-IX                                 00521001
005220     MOVE ZERO      TO WS-WALK-STEPS                              00522001
005230     PERFORM ROLLUP-WALK-PARA                                     00523001
005240             UNTIL WS-WALK-IX = ZERO                              00524001
005250                OR WS-WALK-STEPS > WS-DPT-COUNT.                  00525001
005260 ROLLUP-WALK-PARA.                                                00526001
005270     ADD 1 TO WS-WALK-STEPS                                       00527001
005280     ADD WS-DPT-OWN-HC (WS-DPT-IX)                                00528001
005290         TO WS-DPT-ROLL-HC (WS-WALK-IX)                           00529001
005300     ADD WS-DPT-OWN-SALARY (WS-DPT-IX)                            00530001
005310         TO WS-DPT-ROLL-SALARY (WS-WALK-IX)                       00531001
005320     ADD WS-DPT-OWN-BC (WS-DPT-IX)                                00532001
005330         TO WS-DPT-ROLL-BC (WS-WALK-IX)                           00533001
005340     ADD WS-DPT-BUD-HC (WS-DPT-IX)                                00534001
005350         TO WS-DPT-RBUD-HC (WS-WALK-IX)                           00535001
005360     ADD WS-DPT-BUD-SALARY (WS-DPT-IX)                            00536001
005370         TO WS-DPT-RBUD-SALARY (WS-WALK-IX)                       00537001
005380     ADD WS-DPT-BUD-BC (WS-DPT-IX)                                00538001
005390         TO WS-DPT-RBUD-BC (WS-WALK-IX)                           00539001
005400     IF WS-DPT-TOP-SW (WS-WALK-IX) = 'Y'                          00540001
005410        MOVE ZERO TO WS-WALK-IX                                   00541001
005420     ELSE                                                         00542001
005430        MOVE WS-DPT-PARENT (WS-WALK-IX) TO WS-WALK-IX             00543001
005440     END-IF.                                                      00544001
005450*****************************************************             00545001
005460* PRINTS ONE TREE, TOP FIRST, EACH CHILD UNDER ITS   *            00546001
005470* PARENT IN DEPTNO ORDER, DEPTH FIRST                *            00547001
005480*****************************************************             00548001
005490 PRINT-TREE-PARA.                                                 00549001
005500     IF WS-DPT-TOP-SW (WS-DPT-IX) = 'Y'                           00550001
005510        ADD 1 TO WS-TOP-COUNT                                     00551001
005520        ADD WS-DPT-ROLL-HC (WS-DPT-IX)      TO WS-ALL-HC          00552001
005530        ADD WS-DPT-ROLL-SALARY (WS-DPT-IX)  TO WS-ALL-SALARY      00553001
005540        ADD WS-DPT-ROLL-BC (WS-DPT-IX)      TO WS-ALL-BC          00554001
005550        ADD WS-DPT-RBUD-HC (WS-DPT-IX)      TO WS-ALL-BUD-HC      00555001
005560        ADD WS-DPT-RBUD-SALARY (WS-DPT-IX)  TO WS-ALL-BUD-SALARY  00556001
005570        ADD WS-DPT-RBUD-BC (WS-DPT-IX)      TO WS-ALL-BUD-BC      00557001
005580        MOVE 1         TO WS-STK-TOP                              00558001
005590        MOVE WS-DPT-IX TO WS-STK-DPT (WS-STK-TOP)                 00559001
005600        MOVE 1         TO WS-STK-NEXT (WS-STK-TOP)                00560001
005610        MOVE WS-DPT-IX TO WS-DPT-HIT                              00561001
005620        PERFORM PRINT-DEPT-PARA                                   00562001
005630        PERFORM TREE-STEP-PARA                                    00563001
005640                UNTIL WS-STK-TOP = ZERO                           00564001
005650        MOVE SPACES TO WS-PL-HEADING                              00565001
005660        MOVE WS-PRINT-LINE TO RPT-RECORD                          00566001
005670        WRITE RPT-RECORD                                          00567001
005680     END-IF.                                                      00568001
005690 TREE-STEP-PARA.                                                  00569001
005700     MOVE ZERO TO WS-DPT-HIT                                      00570001
005710     PERFORM FIND-CHILD-PARA                                      00571001
005720             VARYING WS-DPT-JX FROM WS-STK-NEXT (WS-STK-TOP) BY 1 00572001
005730             UNTIL WS-DPT-JX > WS-DPT-COUNT                       00573001
005740                OR WS-DPT-HIT > ZERO                              00574001
005750     IF WS-DPT-HIT > ZERO                                         00575001
005760        COMPUTE WS-STK-NEXT (WS-STK-TOP) = WS-DPT-HIT + 1         00576001
005770        ADD 1 TO WS-STK-TOP                                       00577001
005780        MOVE WS-DPT-HIT TO WS-STK-DPT (WS-STK-TOP)                00578001
005790        MOVE 1          TO WS-STK-NEXT (WS-STK-TOP)               00579001
005800        PERFORM PRINT-DEPT-PARA                                   00580001
005810     ELSE                                                         00581001
005820        SUBTRACT 1 FROM WS-STK-TOP                                00582001
005830     END-IF.                                                      00583001
005840 FIND-CHILD-PARA.                                                 00584001
005850     IF WS-DPT-PARENT (WS-DPT-JX) = WS-STK-DPT (WS-STK-TOP)       00585001
005860        AND WS-DPT-TOP-SW (WS-DPT-JX) NOT = 'Y'                   00586001
005870        AND WS-DPT-VISITED-SW (WS-DPT-JX) NOT = 'Y'               00587001
005880        MOVE WS-DPT-JX TO WS-DPT-HIT                              00588001
005890     END-IF.                                                      00589001
005900*****************************************************             00590001
005910* PRINTS THE DEPARTMENT IN WS-DPT-HIT AT THE DEPTH   *            00591001
005920* OF THE STACK : A NAME LINE, THEN HEADCOUNT, SALARY *            00592001
005930* AND BONUS+COMM, OWN AND ROLLED UP                  *            00593001
005940*****************************************************             00594001
005950 PRINT-DEPT-PARA.                                                 00595001
005960     MOVE 'Y' TO WS-DPT-VISITED-SW (WS-DPT-HIT)                   00596001
005970     IF WS-STK-TOP > 7                                            00597001
005980        MOVE 12 TO WS-INDENT                                      00598001
005990     ELSE                                                         00599001
006000        COMPUTE WS-INDENT = (WS-STK-TOP - 1) * 2                  00600001
006010     END-IF                                                       00601001
006020     MOVE 'N' TO WS-OVER-SW                                       00602001
006030     IF WS-DPT-BUDGET-SW (WS-DPT-HIT) = 'Y'                       00603001
006040        IF WS-DPT-OWN-HC (WS-DPT-HIT)                             00604001
006050              > WS-DPT-BUD-HC (WS-DPT-HIT)                        00605001
006060           OR WS-DPT-OWN-SALARY (WS-DPT-HIT)                      00606001
006070              > WS-DPT-BUD-SALARY (WS-DPT-HIT)                    00607001
006080           OR WS-DPT-OWN-BC (WS-DPT-HIT)                          00608001
006090              > WS-DPT-BUD-BC (WS-DPT-HIT)                        00609001
006100           SET WS-OVER TO TRUE                                    00610001
006110           ADD 1 TO WS-OVER-COUNT                                 00611001
006120        END-IF                                                    00612001
006130     ELSE                                                         00613001
006140        ADD 1 TO WS-NO-BUDGET-COUNT                               00614001
006150     END-IF                                                       00615001
006160     MOVE SPACES TO WS-PL-NAME                                    00616001
006170     MOVE WS-DPT-DEPTNO (WS-DPT-HIT)                              00617001
006180       TO WS-PLN-TREE (WS-INDENT + 1:3)                           00618001
006190     MOVE WS-DPT-NAME (WS-DPT-HIT) TO WS-PLN-DEPTNAME             00619001
006200     IF WS-DPT-BUDGET-SW (WS-DPT-HIT) NOT = 'Y'                   00620001
006210        MOVE "** NO BUDGET CARD"    TO WS-PLN-NOTE                00621001
006220     END-IF                                                       00622001
006230     IF WS-OVER                                                   00623001
006240        MOVE "** OVER BUDGET"       TO WS-PLN-NOTE                00624001
006250     END-IF                                                       00625001
006260     MOVE WS-PRINT-LINE TO RPT-RECORD                             00626001
006270     WRITE RPT-RECORD                                             00627001
006280     MOVE SPACES TO WS-PL-COUNT                                   00628001
006290     MOVE "HEADCOUNT"               TO WS-PLC-LABEL               00629001
006300     MOVE WS-DPT-BUD-HC (WS-DPT-HIT)  TO WS-VAR-BUD               00630001
006310     MOVE WS-DPT-OWN-HC (WS-DPT-HIT)  TO WS-VAR-ACT               00631001
006320     PERFORM VARIANCE-PARA                                        00632001
006330     MOVE WS-VAR-BUD                TO WS-PLC-OWN-BUD             00633001
006340     MOVE WS-VAR-ACT                TO WS-PLC-OWN-ACT             00634001
006350     MOVE WS-VAR-AMT                TO WS-PLC-OWN-VAR             00635001
006360     PERFORM OWN-COUNT-PCT-PARA                                   00636001
006370     MOVE WS-DPT-RBUD-HC (WS-DPT-HIT) TO WS-VAR-BUD               00637001
006380     MOVE WS-DPT-ROLL-HC (WS-DPT-HIT) TO WS-VAR-ACT               00638001
006390     PERFORM ROLL-COUNT-LINE-PARA                                 00639001
006400     MOVE SPACES TO WS-PL-AMOUNT                                  00640001
006410     MOVE "SALARY"                  TO WS-PLA-LABEL               00641001
006420     MOVE WS-DPT-BUD-SALARY (WS-DPT-HIT)  TO WS-VAR-BUD           00642001
006430     MOVE WS-DPT-OWN-SALARY (WS-DPT-HIT)  TO WS-VAR-ACT           00643001
006440     PERFORM OWN-AMOUNT-PARA                                      00644001
006450     MOVE WS-DPT-RBUD-SALARY (WS-DPT-HIT) TO WS-VAR-BUD           00645001
006460     MOVE WS-DPT-ROLL-SALARY (WS-DPT-HIT) TO WS-VAR-ACT           00646001
006470     PERFORM ROLL-AMOUNT-LINE-PARA                                00647001
006480     MOVE SPACES TO WS-PL-AMOUNT                                  00648001
006490     MOVE "BONUS+COMM"              TO WS-PLA-LABEL               00649001
006500     MOVE WS-DPT-BUD-BC (WS-DPT-HIT)  TO WS-VAR-BUD               00650001
006510     MOVE WS-DPT-OWN-BC (WS-DPT-HIT)  TO WS-VAR-ACT               00651001
006520     PERFORM OWN-AMOUNT-PARA                                      00652001
006530     MOVE WS-DPT-RBUD-BC (WS-DPT-HIT) TO WS-VAR-BUD               00653001
006540     MOVE WS-DPT-ROLL-BC (WS-DPT-HIT) TO WS-VAR-ACT               00654001
006550     PERFORM ROLL-AMOUNT-LINE-PARA                                00655001
006560     IF WS-DPT-DANGLE-SW (WS-DPT-HIT) = 'Y'                       00656001
006570        MOVE SPACES TO WS-PL-FLAG                                 00657001
006580        MOVE "** ADMRDEPT NOT ON DEPT, NOT ROLLED :"              00658001
006590          TO WS-PLF-TEXT                                          00659001
006600        MOVE WS-DPT-ADMRDEPT (WS-DPT-HIT) TO WS-PLF-VALUE         00660001
006610        MOVE WS-PRINT-LINE TO RPT-RECORD                          00661001
006620        WRITE RPT-RECORD                                          00662001
006630     END-IF                                                       00663001
006640     IF WS-DPT-LOOP-SW (WS-DPT-HIT) = 'Y'                         00664001
006650        MOVE SPACES TO WS-PL-FLAG                                 00665001
006660        MOVE "** ADMRDEPT LOOP, NOT ROLLED PAST :"                00666001
006670          TO WS-PLF-TEXT                                          00667001
006680        MOVE WS-DPT-ADMRDEPT (WS-DPT-HIT) TO WS-PLF-VALUE         00668001
006690        MOVE WS-PRINT-LINE TO RPT-RECORD                          00669001
006700        WRITE RPT-RECORD                                          00670001
006710     END-IF.                                                      00671001
006720 OWN-COUNT-PCT-PARA.                                              00672001
006730     EVALUATE WS-VAR-PCT-SW                                       00673001
006740        WHEN 'N'                                                  00674001
006750           MOVE "    N/B" TO WS-PLC-OWN-PCT-X                     00675001
006760        WHEN 'O'                                                  00676001
006770           MOVE "  *****" TO WS-PLC-OWN-PCT-X                     00677001
006780        WHEN OTHER                                                00678001
006790           MOVE WS-VAR-PCT TO WS-PLC-OWN-PCT                      00679001
006800     END-EVALUATE.                                                00680001
006810 ROLL-COUNT-LINE-PARA.                                            00681001
006820     PERFORM VARIANCE-PARA                                        00682001
006830     MOVE WS-VAR-BUD                TO WS-PLC-ROLL-BUD            00683001
006840     MOVE WS-VAR-ACT                TO WS-PLC-ROLL-ACT            00684001
006850     MOVE WS-VAR-AMT                TO WS-PLC-ROLL-VAR            00685001
006860     EVALUATE WS-VAR-PCT-SW                                       00686001
006870        WHEN 'N'                                                  00687001
006880           MOVE "    N/B" TO WS-PLC-ROLL-PCT-X                    00688001
006890        WHEN 'O'                                                  00689001
006900           MOVE "  *****" TO WS-PLC-ROLL-PCT-X                    00690001
006910        WHEN OTHER                                                00691001
006920           MOVE WS-VAR-PCT TO WS-PLC-ROLL-PCT                     00692001
006930     END-EVALUATE                                                 00693001
006940     MOVE WS-PRINT-LINE TO RPT-RECORD                             00694001
006950     WRITE RPT-RECORD.                                            00695001
006960 OWN-AMOUNT-PARA.                                                 00696001
006970     PERFORM VARIANCE-PARA                                        00697001
006980     MOVE WS-VAR-BUD                TO WS-PLA-OWN-BUD             00698001
006990     MOVE WS-VAR-ACT                TO WS-PLA-OWN-ACT             00699001
007000     MOVE WS-VAR-AMT                TO WS-PLA-OWN-VAR             00700001
007010     EVALUATE WS-VAR-PCT-SW                                       00701001
007020        WHEN 'N'                                                  00702001
007030           MOVE "    N/B" TO WS-PLA-OWN-PCT-X                     00703001
007040        WHEN 'O'                                                  00704001
007050           MOVE "  *****" TO WS-PLA-OWN-PCT-X                     00705001
007060        WHEN OTHER                                                00706001
007070           MOVE WS-VAR-PCT TO WS-PLA-OWN-PCT                      00707001
007080     END-EVALUATE.                                                00708001
007090 ROLL-AMOUNT-LINE-PARA.                                           00709001
007100     PERFORM VARIANCE-PARA                                        00710001
007110     MOVE WS-VAR-BUD                TO WS-PLA-ROLL-BUD            00711001
007120     MOVE WS-VAR-ACT                TO WS-PLA-ROLL-ACT            00712001
007130     MOVE WS-VAR-AMT                TO WS-PLA-ROLL-VAR            00713001
007140     EVALUATE WS-VAR-PCT-SW                                       00714001
007150        WHEN 'N'                                                  00715001
007160           MOVE "    N/B" TO WS-PLA-ROLL-PCT-X                    00716001
007170        WHEN 'O'                                                  00717001
007180           MOVE "  *****" TO WS-PLA-ROLL-PCT-X                    00718001
007190        WHEN OTHER                                                00719001
007200           MOVE WS-VAR-PCT TO WS-PLA-ROLL-PCT                     00720001
007210     END-EVALUATE                                                 00721001
007220     MOVE WS-PRINT-LINE TO RPT-RECORD                             00722001
007230     WRITE RPT-RECORD.                                            00723001
007240*****************************************************             00724001
007250* VARIANCE OF WS-VAR-ACT AGAINST WS-VAR-BUD; A       *            00725001
007260* POSITIVE VARIANCE IS OVER BUDGET                   *            00726001
007270*****************************************************             00727001
007280 VARIANCE-PARA.                                                   00728001
007290     COMPUTE WS-VAR-AMT = WS-VAR-ACT - WS-VAR-BUD                 00729001
007300     MOVE 'Y'  TO WS-VAR-PCT-SW                                   00730001
007310     MOVE ZERO TO WS-VAR-PCT                                      00731001
007320     IF WS-VAR-BUD = ZERO                                         00732001
007330        MOVE 'N' TO WS-VAR-PCT-SW                                 00733001
007340     ELSE                                                         00734001
007350        COMPUTE WS-VAR-PCT ROUNDED =                              00735001
007360                WS-VAR-AMT * 100 / WS-VAR-BUD                     00736001
007370            ON SIZE ERROR                                         00737001
007380                MOVE 'O' TO WS-VAR-PCT-SW                         00738001
007390        END-COMPUTE                                               00739001
007400     END-IF.                                                      00740001
007410*****************************************************             00741001
007420* ALL DEPARTMENTS TOGETHER, ROLLED COLUMNS ONLY      *            00742001
007430*****************************************************             00743001
007440 ALL-DEPTS-PARA.                                                  00744001
007450     MOVE SPACES TO WS-PL-HEADING                                 00745001
007460     MOVE "*********************************************"         00746001
007470         TO WS-PLH-BANNER                                         00747001
007480     MOVE WS-PRINT-LINE TO RPT-RECORD                             00748001
007490     WRITE RPT-RECORD                                             00749001
007500     MOVE SPACES TO WS-PL-NAME                                    00750001
007510     MOVE "ALL"                      TO WS-PLN-TREE               00751001
007520     MOVE "ALL DEPARTMENTS"          TO WS-PLN-DEPTNAME           00752001
007530     MOVE WS-PRINT-LINE TO RPT-RECORD                             00753001
007540     WRITE RPT-RECORD                                             00754001
007550     MOVE SPACES TO WS-PL-COUNT                                   00755001
007560     MOVE "HEADCOUNT"                TO WS-PLC-LABEL              00756001
007570     MOVE WS-ALL-BUD-HC              TO WS-VAR-BUD                00757001
007580     MOVE WS-ALL-HC                  TO WS-VAR-ACT                00758001
007590     PERFORM ROLL-COUNT-LINE-PARA                                 00759001
007600     MOVE SPACES TO WS-PL-AMOUNT                                  00760001
007610     MOVE "SALARY"                   TO WS-PLA-LABEL              00761001
007620     MOVE WS-ALL-BUD-SALARY          TO WS-VAR-BUD                00762001
007630     MOVE WS-ALL-SALARY              TO WS-VAR-ACT                00763001
007640     PERFORM ROLL-AMOUNT-LINE-PARA                                00764001
007650     MOVE SPACES TO WS-PL-AMOUNT                                  00765001
007660     MOVE "BONUS+COMM"               TO WS-PLA-LABEL              00766001
007670     MOVE WS-ALL-BUD-BC              TO WS-VAR-BUD                00767001
007680     MOVE WS-ALL-BC                  TO WS-VAR-ACT                00768001
007690     PERFORM ROLL-AMOUNT-LINE-PARA.                               00769001
007700 HEADING-PARA.                                                    00770001
007710     MOVE SPACES TO WS-PL-HEADING                                 00771001
007720     MOVE "*********************************************"         00772001
007730         TO WS-PLH-BANNER                                         00773001
007740     MOVE WS-PRINT-LINE TO RPT-RECORD                             00774001
007750     WRITE RPT-RECORD AFTER ADVANCING PAGE                        00775001
007760     MOVE SPACES TO WS-PL-HEADING                                 00776001
007770     MOVE "    DEPARTMENT BUDGET VS ACTUAL VARIANCE     "         00777001
007780         TO WS-PLH-BANNER                                         00778001
007790     MOVE WS-PRINT-LINE TO RPT-RECORD                             00779001
007800     WRITE RPT-RECORD                                             00780001
007810     MOVE SPACES TO WS-PL-HEADING                                 00781001
007820     STRING 'AS OF : '      DELIMITED BY SIZE                     00782001
007830            WS-RUN-DATE-ISO DELIMITED BY SIZE                     00783001
007840            '  FISCAL YEAR : ' DELIMITED BY SIZE                  00784001
007850            WS-FISCAL-YEAR  DELIMITED BY SIZE                     00785001
007860            INTO WS-PLH-BANNER                                    00786001
007870     MOVE WS-PRINT-LINE TO RPT-RECORD                             00787001
007880     WRITE RPT-RECORD                                             00788001
007890     MOVE SPACES TO WS-PL-HEADING                                 00789001
007900     MOVE "DEPT (INDENTED UNDER ADMRDEPT),NAME,FIGURE,"           00790001
007910         TO WS-PLH-BANNER                                         00791001
007920     MOVE WS-PRINT-LINE TO RPT-RECORD                             00792001
007930     WRITE RPT-RECORD                                             00793001
007940     MOVE SPACES TO WS-PL-HEADING                                 00794001
007950     MOVE "OWN BUDGET,OWN ACTUAL,OWN VARIANCE,OWN %,"             00795001
007960         TO WS-PLH-BANNER                                         00796001
007970     MOVE WS-PRINT-LINE TO RPT-RECORD                             00797001
007980     WRITE RPT-RECORD                                             00798001
007990     MOVE SPACES TO WS-PL-HEADING                                 00799001
008000     MOVE "ROLLED BUDGET,ROLLED ACTUAL,ROLLED VARIANCE,ROLLED %"  00800001
008010         TO WS-PLH-BANNER                                         00801001
008020     MOVE WS-PRINT-LINE TO RPT-RECORD                             00802001
008030     WRITE RPT-RECORD                                             00803001
008040     MOVE SPACES TO WS-PL-HEADING                                 00804001
008050     MOVE "ACTUALS ARE THE ANNUAL RATES ON EMP; N/B = NO BUDGET"  00805001
008060         TO WS-PLH-BANNER                                         00806001
008070     MOVE WS-PRINT-LINE TO RPT-RECORD                             00807001
008080     WRITE RPT-RECORD                                             00808001
008090     MOVE SPACES TO WS-PL-HEADING                                 00809001
008100     MOVE "*********************************************"         00810001
008110         TO WS-PLH-BANNER                                         00811001
008120     MOVE WS-PRINT-LINE TO RPT-RECORD                             00812001
008130     WRITE RPT-RECORD.                                            00813001
008140 TRAILER-PARA.                                                    00814001
008150     MOVE SPACES TO WS-PL-HEADING                                 00815001
008160     MOVE "*********************************************"         00816001
008170         TO WS-PLH-BANNER                                         00817001
008180     MOVE WS-PRINT-LINE TO RPT-RECORD                             00818001
008190     WRITE RPT-RECORD                                             00819001
008200     MOVE SPACES TO WS-PL-TRAILER                                 00820001
008210     MOVE "DEPARTMENTS ON DEPT         : "                        00821001
008220         TO WS-PLT-LABEL                                          00822001
008230     MOVE WS-DPT-COUNT  TO WS-PLT-COUNT                           00823001
008240     MOVE WS-PRINT-LINE TO RPT-RECORD                             00824001
008250     WRITE RPT-RECORD                                             00825001
008260     MOVE SPACES TO WS-PL-TRAILER                                 00826001
008270     MOVE "  OVER THEIR OWN BUDGET     : "                        00827001
008280         TO WS-PLT-LABEL                                          00828001
008290     MOVE WS-OVER-COUNT TO WS-PLT-COUNT                           00829001
008300     MOVE WS-PRINT-LINE TO RPT-RECORD                             00830001
008310     WRITE RPT-RECORD                                             00831001
008320     MOVE SPACES TO WS-PL-TRAILER                                 00832001
008330     MOVE "  WITH NO BUDGET CARD       : "                        00833001
008340         TO WS-PLT-LABEL                                          00834001
008350     MOVE WS-NO-BUDGET-COUNT TO WS-PLT-COUNT                      00835001
008360     MOVE WS-PRINT-LINE      TO RPT-RECORD                        00836001
008370     WRITE RPT-RECORD                                             00837001
008380     MOVE SPACES TO WS-PL-TRAILER                                 00838001
008390     MOVE "BUDGET CARDS READ           : "                        00839001
008400         TO WS-PLT-LABEL                                          00840001
008410     MOVE WS-CARD-COUNT TO WS-PLT-COUNT                           00841001
008420     MOVE WS-PRINT-LINE TO RPT-RECORD                             00842001
008430     WRITE RPT-RECORD                                             00843001
008440     MOVE SPACES TO WS-PL-TRAILER                                 00844001
008450     MOVE "  USED FOR THE FISCAL YEAR  : "                        00845001
008460         TO WS-PLT-LABEL                                          00846001
008470     MOVE WS-CARD-USED-COUNT TO WS-PLT-COUNT                      00847001
008480     MOVE WS-PRINT-LINE      TO RPT-RECORD                        00848001
008490     WRITE RPT-RECORD                                             00849001
008500     MOVE SPACES TO WS-PL-TRAILER                                 00850001
008510     MOVE "  FOR OTHER YEARS           : "                        00851001
008520         TO WS-PLT-LABEL                                          00852001
008530     MOVE WS-CARD-OTHER-COUNT TO WS-PLT-COUNT                     00853001
008540     MOVE WS-PRINT-LINE       TO RPT-RECORD                       00854001
008550     WRITE RPT-RECORD                                             00855001
008560     MOVE SPACES TO WS-PL-TRAILER                                 00856001
008570     MOVE "  FOR A DEPTNO NOT ON DEPT  : "                        00857001
008580         TO WS-PLT-LABEL                                          00858001
008590     MOVE WS-CARD-DEPT-COUNT TO WS-PLT-COUNT                      00859001
008600     MOVE WS-PRINT-LINE      TO RPT-RECORD                        00860001
008610     WRITE RPT-RECORD                                             00861001
008620     MOVE SPACES TO WS-PL-TRAILER                                 00862001
008630     MOVE "  NOT USABLE                : "                        00863001
008640         TO WS-PLT-LABEL                                          00864001
008650     MOVE WS-CARD-BAD-COUNT TO WS-PLT-COUNT                       00865001
008660     MOVE WS-PRINT-LINE     TO RPT-RECORD                         00866001
008670     WRITE RPT-RECORD                                             00867001
008680     MOVE SPACES TO WS-PL-TRAILER                                 00868001
008690     MOVE "EMPLOYEES ON EMP            : "                        00869001
008700         TO WS-PLT-LABEL                                          00870001
008710     MOVE WS-EMP-TOTAL-COUNT TO WS-PLT-COUNT                      00871001
008720     MOVE WS-PRINT-LINE      TO RPT-RECORD                        00872001
008730     WRITE RPT-RECORD                                             00873001
008740     MOVE SPACES TO WS-PL-TRAILER                                 00874001
008750     MOVE "  WITH NO WORKDEPT          : "                        00875001
008760         TO WS-PLT-LABEL                                          00876001
008770     MOVE WS-NULL-DEPT-COUNT TO WS-PLT-COUNT                      00877001
008780     MOVE WS-PRINT-LINE      TO RPT-RECORD                        00878001
008790     WRITE RPT-RECORD                                             00879001
008800     MOVE SPACES TO WS-PL-TRAILER                                 00880001
008810     MOVE "  IN A WORKDEPT NOT ON DEPT : "                        00881001
008820         TO WS-PLT-LABEL                                          00882001
008830     MOVE WS-ORPHAN-EMP-COUNT TO WS-PLT-COUNT                     00883001
008840     MOVE WS-PRINT-LINE       TO RPT-RECORD                       00884001
008850     WRITE RPT-RECORD.                                            00885001
