000010 IDENTIFICATION DIVISION.                                         00001001
000020 PROGRAM-ID. COBDB37.                                             00002001
000030********************************************                      00003001
000040*COBOL PROGRAM TO ACCOMPANY JCL TO STEP    *                      00004001
000050*FUNCTION DEMO                             *                      00005001
000060*TERMINATED-EMPLOYEE LISTING.              *                      00006001
000070*READS THE FORMER-EMPLOYEE MASTER WRITTEN  *                      00007001
000080*BY COBDB22 (FORMIN, FORMREC LAYOUT) AND   *                      00008001
000090*LISTS THE TERMINATIONS WHOSE EFFECTIVE    *                      00009001
000100*DATE FALLS IN THE PARMIN MONTH RANGE      *                      00010001
000110*(FROM YYYY-MM IN COLUMNS 1-7, TO YYYY-MM  *                      00011001
000120*IN COLUMNS 9-15; DEFAULT JANUARY OF THIS  *                      00012001
000130*YEAR TO THIS MONTH) BY DEPARTMENT AND     *                      00013001
000140*MONTH OF TERMINATION, WITH A SUBTOTAL PER *                      00014001
000150*MONTH AND PER DEPARTMENT AND A RUN TOTAL. *                      00015001
000160*THE DEPARTMENT IS THE WORKDEPT ON THE ROW *                      00016001
000170*AT THE TIME IT WAS DELETED.               *                      00017001
000180********************************************                      00018001
000190 ENVIRONMENT DIVISION.                                            00019001
000200 INPUT-OUTPUT SECTION.                                            00020001
000210 FILE-CONTROL.                                                    00021001
000220     SELECT PARM-FILE   ASSIGN TO PARMIN.                         00022001
000230     SELECT FORM-FILE   ASSIGN TO FORMIN.                         00023001
000240     SELECT RPT-FILE    ASSIGN TO RPTOUT.                         00024001
000250 DATA DIVISION.                                                   00025001
000260 FILE SECTION.                                                    00026001
000270 FD  PARM-FILE                                                    00027001
000280     RECORDING MODE F                                             00028001
000290     LABEL RECORDS ARE STANDARD.                                  00029001
000300 01  PARM-RECORD.                                                 00030001
000310     05  PARM-FROM-MONTH         PIC X(7).                        00031001
000320     05  FILLER                  PIC X(1).                        00032001
000330     05  PARM-TO-MONTH           PIC X(7).                        00033001
000340     05  FILLER                  PIC X(65).                       00034001
000350 FD  FORM-FILE                                                    00035001
000360     RECORDING MODE F                                             00036001
000370     LABEL RECORDS ARE STANDARD.                                  00037001
000380     COPY FORMREC.                                                00038001
000390 FD  RPT-FILE                                                     00039001
000400     RECORDING MODE F                                             00040001
000410     LABEL RECORDS ARE STANDARD.                                  00041001
000420 01  RPT-RECORD                  PIC X(132).                      00042001
000430 WORKING-STORAGE SECTION.                                         00043001
000440*****************************************************             00044001
000450* WORKAREAS                                         *             00045001
000460*****************************************************             00046001
000470 77  INPUT-SWITCH        PIC X          VALUE  'Y'.               00047001
000480         88  NOMORE-INPUT               VALUE  'N'.               00048001
000490 77  WS-FORM-IN-COUNT    PIC S9(7) COMP VALUE ZERO.               00049001
000500 77  WS-SKIP-COUNT       PIC S9(7) COMP VALUE ZERO.               00050001
000510 77  WS-DROP-COUNT       PIC S9(7) COMP VALUE ZERO.               00051001
000520*****************************************************             00052001
000530* MONTH RANGE FROM THE PARMIN CARD (YYYY-MM)         *            00053001
000540*****************************************************             00054001
000550 77  WS-FROM-MONTH       PIC X(7)       VALUE SPACES.             00055001
000560 77  WS-TO-MONTH         PIC X(7)       VALUE SPACES.             00056001
000570 77  WS-MONTH-VALID-SW   PIC X          VALUE  'N'.               00057001
000580         88  WS-MONTH-VALID             VALUE  'Y'.               00058001
000590 01  WS-EDIT-MONTH.                                               00059001
000600     05  WS-EM-YEAR              PIC X(4).                        00060001
000610     05  WS-EM-SEP               PIC X(1).                        00061001
000620     05  WS-EM-MONTH             PIC X(2).                        00062001
000630 01  WS-EDIT-MONTH-NUM           PIC 9(2).                        00063001
000640*****************************************************             00064001
000650*  CONTROL-BREAK WORKAREAS (BY WORKDEPT AND MONTH)   *            00065001
000660*****************************************************             00066001
000670 77  WS-FIRST-DETAIL-SW    PIC X          VALUE  'Y'.             00067001
000680         88  WS-FIRST-DETAIL              VALUE  'Y'.             00068001
000690 77  WS-PREV-WORKDEPT      PIC X(3)        VALUE SPACES.          00069001
000700 77  WS-PREV-MONTH         PIC X(7)        VALUE SPACES.          00070001
000710 77  WS-MONTH-COUNT        PIC S9(7) COMP  VALUE  ZERO.           00071001
000720 77  WS-MONTH-SALARY       PIC S9(9)V9(2) COMP-3 VALUE ZERO.      00072001
000730 77  WS-DEPT-COUNT         PIC S9(7) COMP  VALUE  ZERO.           00073001
000740 77  WS-DEPT-SALARY        PIC S9(9)V9(2) COMP-3 VALUE ZERO.      00074001
000750 77  WS-TOTAL-COUNT        PIC S9(7) COMP  VALUE  ZERO.           00075001
000760 77  WS-TOTAL-SALARY       PIC S9(11)V9(2) COMP-3 VALUE ZERO.     00076001
000770 77  WS-DEPT-TOTAL-COUNT   PIC S9(7) COMP  VALUE  ZERO.           00077001
000780*****************************************************             00078001
000790* SELECTED TERMINATIONS, SORTED BY DEPARTMENT,       *            00079001
000800* MONTH AND EMPNO BEFORE PRINTING                    *            00080001
000810*****************************************************             00081001
000820 77  WS-TRM-COUNT        PIC S9(4) COMP VALUE ZERO.               00082001
000830 77  WS-TRM-LIMIT        PIC S9(4) COMP VALUE  5000.              00083001
000840 77  WS-TRM-IX           PIC S9(4) COMP VALUE ZERO.               00084001
000850 77  WS-TRM-JX           PIC S9(4) COMP VALUE ZERO.               00085001
000860 77  WS-SORT-TOP         PIC S9(4) COMP VALUE ZERO.               00086001
000870 77  WS-SWAP-SW          PIC X          VALUE  'N'.               00087001
000880         88  WS-SWAPPED                 VALUE  'Y'.               00088001
000890 01  WS-TERM-TABLE.                                               00089001
000900     05  WS-TRM-ENTRY  OCCURS 5000 TIMES.                         00090001
000910         10  WS-TRM-KEY.                                          00091001
000920             15  WS-TRM-WORKDEPT     PIC X(3).                    00092001
000930             15  WS-TRM-MONTH        PIC X(7).                    00093001
000940             15  WS-TRM-EMPNO        PIC X(6).                    00094001
000950         10  WS-TRM-TERM-DATE        PIC X(10).                   00095001
000960         10  WS-TRM-FIRSTNME         PIC X(12).                   00096001
000970         10  WS-TRM-LASTNAME         PIC X(15).                   00097001
000980         10  WS-TRM-JOB              PIC X(8).                    00098001
000990         10  WS-TRM-HIREDATE         PIC X(10).                   00099001
001000         10  WS-TRM-SALARY           PIC S9(7)V9(2) USAGE COMP-3. 00100001
001010 01  WS-SWAP-ENTRY                   PIC X(76).                   00101001
001020*****************************************************             00102001
001030* SYSTEM DATE WORKAREAS                              *            00103001
001040*****************************************************             00104001
001050 01  WS-RUN-DATE.                                                 00105001
001060     05  WS-RUN-YEAR             PIC 9(4).                        00106001
001070     05  WS-RUN-MONTH            PIC 9(2).                        00107001
001080     05  WS-RUN-DAY              PIC 9(2).                        00108001
001090 01  WS-RUN-DATE-ISO.                                             00109001
001100     05  WS-RDI-YEAR             PIC 9(4).                        00110001
001110     05  FILLER                  PIC X(1)  VALUE '-'.             00111001
001120     05  WS-RDI-MONTH            PIC 9(2).                        00112001
001130     05  FILLER                  PIC X(1)  VALUE '-'.             00113001
001140     05  WS-RDI-DAY              PIC 9(2).                        00114001
001150*****************************************************             00115001
001160*  PRINT-LINE LAYOUTS FOR RPT-FILE                   *            00116001
001170*****************************************************             00117001
001180 01  WS-PRINT-LINE.                                               00118001
001190     05  WS-PL-HEADING.                                           00119001
001200         10  WS-PLH-BANNER        PIC X(80).                      00120001
001210         10  FILLER               PIC X(52).                      00121001
001220     05  WS-PL-DETAIL REDEFINES WS-PL-HEADING.                    00122001
001230         10  WS-PLD-EMPNO         PIC X(6).                       00123001
001240         10  FILLER               PIC X(1).                       00124001
001250         10  WS-PLD-WORKDEPT      PIC X(3).                       00125001
001260         10  FILLER               PIC X(1).                       00126001
001270         10  WS-PLD-TERM-DATE     PIC X(10).                      00127001
001280         10  FILLER               PIC X(1).                       00128001
001290         10  WS-PLD-FIRSTNME      PIC X(12).                      00129001
001300         10  FILLER               PIC X(1).                       00130001
001310         10  WS-PLD-LASTNAME      PIC X(15).                      00131001
001320         10  FILLER               PIC X(1).                       00132001
001330         10  WS-PLD-JOB           PIC X(8).                       00133001
001340         10  FILLER               PIC X(1).                       00134001
001350         10  WS-PLD-HIREDATE      PIC X(10).                      00135001
001360         10  FILLER               PIC X(1).                       00136001
001370         10  WS-PLD-SALARY        PIC Z,ZZZ,ZZ9.99.               00137001
001380         10  FILLER               PIC X(49).                      00138001
001390     05  WS-PL-SUBTOTAL REDEFINES WS-PL-HEADING.                  00139001
001400         10  WS-PLS-LABEL         PIC X(10).                      00140001
001410         10  WS-PLS-WORKDEPT      PIC X(3).                       00141001
001420         10  FILLER               PIC X(1).                       00142001
001430         10  WS-PLS-MONTH-LBL     PIC X(6).                       00143001
001440         10  WS-PLS-MONTH         PIC X(7).                       00144001
001450         10  FILLER               PIC X(2).                       00145001
001460         10  WS-PLS-COUNT-LBL     PIC X(15).                      00146001
001470         10  WS-PLS-COUNT         PIC ZZZ,ZZ9.                    00147001
001480         10  FILLER               PIC X(2).                       00148001
001490         10  WS-PLS-SALARY-LBL    PIC X(14).                      00149001
001500         10  WS-PLS-SALARY        PIC ZZZ,ZZZ,ZZ9.99.             00150001
001510         10  FILLER               PIC X(51).                      00151001
001520     05  WS-PL-TRAILER REDEFINES WS-PL-HEADING.                   00152001
001530         10  WS-PLT-LABEL         PIC X(34).                      00153001
001540         10  WS-PLT-COUNT         PIC ZZZ,ZZ9.                    00154001
001550         10  FILLER               PIC X(91).                      00155001
001560     05  WS-PL-MONEY REDEFINES WS-PL-HEADING.                     00156001
001570         10  WS-PLM-LABEL         PIC X(34).                      00157001
001580         10  WS-PLM-AMOUNT        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.      00158001
001590         10  FILLER               PIC X(77).                      00159001
001600 PROCEDURE DIVISION.                                              00160001
001610 MAIN-PARA.                                                       00161001
001620     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00162001
001630     MOVE WS-RUN-YEAR  TO WS-RDI-YEAR.                            00163001
001640     MOVE WS-RUN-MONTH TO WS-RDI-MONTH.                           00164001
001650     MOVE WS-RUN-DAY   TO WS-RDI-DAY.                             00165001
001660     PERFORM GET-PARM-PARA.                                       00166001
001670     OPEN INPUT FORM-FILE.                                        00167001
001680     PERFORM READ-FORM-PARA.                                      00168001
001690     PERFORM SELECT-FORM-PARA                                     00169001
001700             UNTIL NOMORE-INPUT.                                  00170001
001710     CLOSE FORM-FILE.                                             00171001
001720     PERFORM SORT-TABLE-PARA.                                     00172001
001730     OPEN OUTPUT RPT-FILE.                                        00173001
001740     PERFORM HEADING-PARA.                                        00174001
001750     PERFORM DETAIL-PARA                                          00175001
001760             VARYING WS-TRM-IX FROM 1 BY 1                        00176001
001770             UNTIL WS-TRM-IX > WS-TRM-COUNT.                      00177001
001780     IF NOT WS-FIRST-DETAIL                                       00178001
001790        PERFORM MONTH-BREAK-PARA                                  00179001
001800        PERFORM DEPT-BREAK-PARA                                   00180001
001810     END-IF.                                                      00181001
001820     PERFORM TRAILER-PARA.                                        00182001
001830     CLOSE RPT-FILE.                                              00183001
001840     DISPLAY 'FORMER-EMPLOYEE RECORDS READ : ' WS-FORM-IN-COUNT   00184001
001850     DISPLAY 'TERMINATIONS LISTED          : ' WS-TOTAL-COUNT     00185001
001860     MOVE 0 TO RETURN-CODE                                        00186001
001870     STOP RUN.                                                    00187001
001880 GET-PARM-PARA.                                                   00188001
001890     MOVE WS-RUN-DATE-ISO (1:4) TO WS-FROM-MONTH (1:4)            00189001
001900     MOVE '-01'                 TO WS-FROM-MONTH (5:3)            00190001
001910     MOVE WS-RUN-DATE-ISO (1:7) TO WS-TO-MONTH                    00191001
001920     OPEN INPUT PARM-FILE                                         00192001
001930     READ PARM-FILE                                               00193001
001940         AT END                                                   00194001
001950           CONTINUE                                               00195001
001960         NOT AT END                                               00196001
001970           IF PARM-FROM-MONTH NOT = SPACES                        00197001
001980              MOVE PARM-FROM-MONTH TO WS-EDIT-MONTH               00198001
001990              PERFORM VALIDATE-MONTH-PARA                         00199001
002000              IF WS-MONTH-VALID                                   00200001
002010                 MOVE PARM-FROM-MONTH TO WS-FROM-MONTH            00201001
002020              ELSE                                                00202001
002030                 DISPLAY 'PARMIN FROM MONTH INVALID, USING : '    00203001
002040                         WS-FROM-MONTH                            00204001
002050              END-IF                                              00205001
002060           END-IF                                                 00206001
002070           IF PARM-TO-MONTH NOT = SPACES                          00207001
002080              MOVE PARM-TO-MONTH TO WS-EDIT-MONTH                 00208001
002090              PERFORM VALIDATE-MONTH-PARA                         00209001
002100              IF WS-MONTH-VALID                                   00210001
002110                 MOVE PARM-TO-MONTH TO WS-TO-MONTH                00211001
002120              ELSE                                                00212001
002130                 DISPLAY 'PARMIN TO MONTH INVALID, USING : '      00213001
002140                         WS-TO-MONTH                              00214001
002150              END-IF                                              00215001
002160           END-IF                                                 00216001
002170     END-READ                                                     00217001
002180     CLOSE PARM-FILE                                              00218001
002190     DISPLAY 'TERMINATIONS FROM : ' WS-FROM-MONTH                 00219001
002200             ' TO : ' WS-TO-MONTH.                                00220001
002210 VALIDATE-MONTH-PARA.                                             00221001
002220     MOVE 'N' TO WS-MONTH-VALID-SW                                00222001
002230     IF WS-EM-YEAR NUMERIC                                        00223001
002240        AND WS-EM-SEP = '-'                                       00224001
002250        AND WS-EM-MONTH NUMERIC                                   00225001
002260        MOVE WS-EM-MONTH TO WS-EDIT-MONTH-NUM                     00226001
002270        IF WS-EDIT-MONTH-NUM > 0 AND WS-EDIT-MONTH-NUM < 13       00227001
002280           SET WS-MONTH-VALID TO TRUE                             00228001
002290        END-IF                                                    00229001
002300     END-IF.                                                      00230001
002310 READ-FORM-PARA.                                                  00231001
002320     READ FORM-FILE                                               00232001
002330         AT END                                                   00233001
002340           SET NOMORE-INPUT TO TRUE                               00234001
002350         NOT AT END                                               00235001
002360           ADD 1 TO WS-FORM-IN-COUNT                              00236001
002370     END-READ.                                                    00237001
002380 SELECT-FORM-PARA.                                                00238001
002390     IF FRM-TERM-DATE (1:7) < WS-FROM-MONTH                       00239001
002400        OR FRM-TERM-DATE (1:7) > WS-TO-MONTH                      00240001
002410        ADD 1 TO WS-SKIP-COUNT                                    00241001
002420     ELSE                                                         00242001
002430        PERFORM STORE-TERM-PARA                                   00243001
002440     END-IF                                                       00244001
002450     PERFORM READ-FORM-PARA.                                      00245001
002460 STORE-TERM-PARA.                                                 00246001
002470     IF WS-TRM-COUNT < WS-TRM-LIMIT                               00247001
002480        ADD 1 TO WS-TRM-COUNT                                     00248001
002490        MOVE SPACES         TO WS-TRM-ENTRY (WS-TRM-COUNT)        00249001
002500        IF FRM-WORKDEPT-NF NOT = 'Y'                              00250001
002510           MOVE FRM-WORKDEPT TO WS-TRM-WORKDEPT (WS-TRM-COUNT)    00251001
002520        END-IF                                                    00252001
002530        MOVE FRM-TERM-DATE (1:7)                                  00253001
002540                            TO WS-TRM-MONTH (WS-TRM-COUNT)        00254001
002550        MOVE FRM-EMPNO      TO WS-TRM-EMPNO (WS-TRM-COUNT)        00255001
002560        MOVE FRM-TERM-DATE  TO WS-TRM-TERM-DATE (WS-TRM-COUNT)    00256001
002570        MOVE FRM-FIRSTNME   TO WS-TRM-FIRSTNME (WS-TRM-COUNT)     00257001
002580        MOVE FRM-LASTNAME   TO WS-TRM-LASTNAME (WS-TRM-COUNT)     00258001
002590        IF FRM-JOB-NF NOT = 'Y'                                   00259001
002600           MOVE FRM-JOB      TO WS-TRM-JOB (WS-TRM-COUNT)         00260001
002610        END-IF                                                    00261001
002620        IF FRM-HIREDATE-NF NOT = 'Y'                              00262001
002630           MOVE FRM-HIREDATE TO WS-TRM-HIREDATE (WS-TRM-COUNT)    00263001
002640        END-IF                                                    00264001
002650        IF FRM-SALARY-NF = 'Y'                                    00265001
002660           MOVE ZERO         TO WS-TRM-SALARY (WS-TRM-COUNT)      00266001
002670        ELSE                                                      00267001
002680           MOVE FRM-SALARY   TO WS-TRM-SALARY (WS-TRM-COUNT)      00268001
002690        END-IF                                                    00269001
002700     ELSE                                                         00270001
002710        ADD 1 TO WS-DROP-COUNT                                    00271001
002720        DISPLAY 'TERMINATION TABLE FULL, EMPNO DROPPED : '        00272001
002730                FRM-EMPNO                                         00273001
002740     END-IF.                                                      00274001
002750*****************************************************             00275001
002760* EXCHANGE SORT ON DEPARTMENT, MONTH AND EMPNO       *            00276001
002770*****************************************************             00277001
002780 SORT-TABLE-PARA.                                                 00278001
002790     COMPUTE WS-SORT-TOP = WS-TRM-COUNT - 1                       00279001
002800     SET WS-SWAPPED TO TRUE                                       00280001
002810     PERFORM SORT-PASS-PARA                                       00281001
002820             UNTIL NOT WS-SWAPPED                                 00282001
002830                OR WS-SORT-TOP < 1.                               00283001
002840 SORT-PASS-PARA.                                                  00284001
002850     MOVE 'N' TO WS-SWAP-SW                                       00285001
002860     PERFORM SORT-COMPARE-PARA                                    00286001
002870             VARYING WS-TRM-IX FROM 1 BY 1                        00287001
002880             UNTIL WS-TRM-IX > WS-SORT-TOP                        00288001
002890     SUBTRACT 1 FROM WS-SORT-TOP.                                 00289001
002900 SORT-COMPARE-PARA.                                               00290001
002910     COMPUTE WS-TRM-JX = WS-TRM-IX + 1                            00291001
002920     IF WS-TRM-KEY (WS-TRM-IX) > WS-TRM-KEY (WS-TRM-JX)           00292001
002930        MOVE WS-TRM-ENTRY (WS-TRM-IX) TO WS-SWAP-ENTRY            00293001
002940        MOVE WS-TRM-ENTRY (WS-TRM-JX)                             00294001
002950          TO WS-TRM-ENTRY (WS-TRM-IX)                             00295001
002960        MOVE WS-SWAP-ENTRY TO WS-TRM-ENTRY (WS-TRM-JX)            00296001
002970        SET WS-SWAPPED TO TRUE                                    00297001
002980     END-IF.                                                      00298001
002990 DETAIL-PARA.                                                     00299001
003000     IF WS-FIRST-DETAIL                                           00300001
003010        MOVE WS-TRM-WORKDEPT (WS-TRM-IX) TO WS-PREV-WORKDEPT      00301001
003020        MOVE WS-TRM-MONTH (WS-TRM-IX)    TO WS-PREV-MONTH         00302001
003030        MOVE 'N' TO WS-FIRST-DETAIL-SW                            00303001
003040     END-IF                                                       00304001
003050     IF WS-TRM-WORKDEPT (WS-TRM-IX) NOT = WS-PREV-WORKDEPT        00305001
003060        PERFORM MONTH-BREAK-PARA                                  00306001
003070        PERFORM DEPT-BREAK-PARA                                   00307001
003080        MOVE WS-TRM-WORKDEPT (WS-TRM-IX) TO WS-PREV-WORKDEPT      00308001
003090        MOVE WS-TRM-MONTH (WS-TRM-IX)    TO WS-PREV-MONTH         00309001
003100     ELSE                                                         00310001
003110        IF WS-TRM-MONTH (WS-TRM-IX) NOT = WS-PREV-MONTH           00311001
003120           PERFORM MONTH-BREAK-PARA                               00312001
003130           MOVE WS-TRM-MONTH (WS-TRM-IX) TO WS-PREV-MONTH         00313001
003140        END-IF                                                    00314001
003150     END-IF                                                       00315001
003160     MOVE SPACES                        TO WS-PL-DETAIL           00316001
003170     MOVE WS-TRM-EMPNO (WS-TRM-IX)      TO WS-PLD-EMPNO           00317001
003180     MOVE WS-TRM-WORKDEPT (WS-TRM-IX)   TO WS-PLD-WORKDEPT        00318001
003190     MOVE WS-TRM-TERM-DATE (WS-TRM-IX)  TO WS-PLD-TERM-DATE       00319001
003200     MOVE WS-TRM-FIRSTNME (WS-TRM-IX)   TO WS-PLD-FIRSTNME        00320001
003210     MOVE WS-TRM-LASTNAME (WS-TRM-IX)   TO WS-PLD-LASTNAME        00321001
003220     MOVE WS-TRM-JOB (WS-TRM-IX)        TO WS-PLD-JOB             00322001
003230     MOVE WS-TRM-HIREDATE (WS-TRM-IX)   TO WS-PLD-HIREDATE        00323001
003240     MOVE WS-TRM-SALARY (WS-TRM-IX)     TO WS-PLD-SALARY          00324001
003250     MOVE WS-PRINT-LINE TO RPT-RECORD                             00325001
003260     WRITE RPT-RECORD                                             00326001
003270     ADD 1 TO WS-MONTH-COUNT                                      00327001
003280     ADD 1 TO WS-DEPT-COUNT                                       00328001
003290     ADD 1 TO WS-TOTAL-COUNT                                      00329001
003300     ADD WS-TRM-SALARY (WS-TRM-IX) TO WS-MONTH-SALARY             00330001
003310     ADD WS-TRM-SALARY (WS-TRM-IX) TO WS-DEPT-SALARY              00331001
003320     ADD WS-TRM-SALARY (WS-TRM-IX) TO WS-TOTAL-SALARY.            00332001
003330 MONTH-BREAK-PARA.                                                00333001
003340     MOVE SPACES TO WS-PL-SUBTOTAL                                00334001
003350     MOVE "  DEPT "           TO WS-PLS-LABEL                     00335001
003360     MOVE WS-PREV-WORKDEPT    TO WS-PLS-WORKDEPT                  00336001
003370     MOVE "MONTH "            TO WS-PLS-MONTH-LBL                 00337001
003380     MOVE WS-PREV-MONTH       TO WS-PLS-MONTH                     00338001
003390     MOVE "TERMINATIONS : "   TO WS-PLS-COUNT-LBL                 00339001
003400     MOVE WS-MONTH-COUNT      TO WS-PLS-COUNT                     00340001
003410     MOVE "FINAL SALARY: "    TO WS-PLS-SALARY-LBL                00341001
003420     MOVE WS-MONTH-SALARY     TO WS-PLS-SALARY                    00342001
003430     MOVE WS-PRINT-LINE       TO RPT-RECORD                       00343001
003440     WRITE RPT-RECORD                                             00344001
003450     MOVE ZERO TO WS-MONTH-COUNT                                  00345001
003460     MOVE ZERO TO WS-MONTH-SALARY.                                00346001
003470 DEPT-BREAK-PARA.                                                 00347001
003480     MOVE SPACES TO WS-PL-SUBTOTAL                                00348001
003490     MOVE "DEPT TOTAL"        TO WS-PLS-LABEL                     00349001
003500     MOVE WS-PREV-WORKDEPT    TO WS-PLS-WORKDEPT                  00350001
003510     MOVE "TERMINATIONS : "   TO WS-PLS-COUNT-LBL                 00351001
003520     MOVE WS-DEPT-COUNT       TO WS-PLS-COUNT                     00352001
003530     MOVE "FINAL SALARY: "    TO WS-PLS-SALARY-LBL                00353001
003540     MOVE WS-DEPT-SALARY      TO WS-PLS-SALARY                    00354001
003550     MOVE WS-PRINT-LINE       TO RPT-RECORD                       00355001
003560     WRITE RPT-RECORD                                             00356001
003570     MOVE SPACES TO WS-PL-HEADING                                 00357001
003580     MOVE WS-PRINT-LINE       TO RPT-RECORD                       00358001
003590     WRITE RPT-RECORD                                             00359001
003600     ADD 1 TO WS-DEPT-TOTAL-COUNT                                 00360001
003610     MOVE ZERO TO WS-DEPT-COUNT                                   00361001
003620     MOVE ZERO TO WS-DEPT-SALARY.                                 00362001
003630 HEADING-PARA.                                                    00363001
003640     MOVE SPACES TO WS-PL-HEADING                                 00364001
003650     MOVE "*********************************************"         00365001
003660         TO WS-PLH-BANNER                                         00366001
003670     MOVE WS-PRINT-LINE TO RPT-RECORD                             00367001
003680     WRITE RPT-RECORD AFTER ADVANCING PAGE                        00368001
003690     MOVE SPACES TO WS-PL-HEADING                                 00369001
003700     MOVE "   TERMINATED EMPLOYEES BY DEPT AND MONTH    "         00370001
003710         TO WS-PLH-BANNER                                         00371001
003720     MOVE WS-PRINT-LINE TO RPT-RECORD                             00372001
003730     WRITE RPT-RECORD                                             00373001
003740     MOVE SPACES TO WS-PL-HEADING                                 00374001
003750     STRING 'TERMINATIONS FROM : ' DELIMITED BY SIZE              00375001
003760            WS-FROM-MONTH          DELIMITED BY SIZE              00376001
003770            '  TO : '              DELIMITED BY SIZE              00377001
003780            WS-TO-MONTH            DELIMITED BY SIZE              00378001
003790            INTO WS-PLH-BANNER                                    00379001
003800     MOVE WS-PRINT-LINE TO RPT-RECORD                             00380001
003810     WRITE RPT-RECORD                                             00381001
003820     MOVE SPACES TO WS-PL-HEADING                                 00382001
003830     MOVE "EMPNO ,DPT,TERMINATED,FIRST NAME  ,LAST NAME      ,"   00383001
003840         TO WS-PLH-BANNER                                         00384001
003850     MOVE WS-PRINT-LINE TO RPT-RECORD                             00385001
003860     WRITE RPT-RECORD                                             00386001
003870     MOVE SPACES TO WS-PL-HEADING                                 00387001
003880     MOVE "JOB     ,HIRED     ,FINAL SALARY"                      00388001
003890         TO WS-PLH-BANNER                                         00389001
003900     MOVE WS-PRINT-LINE TO RPT-RECORD                             00390001
003910     WRITE RPT-RECORD                                             00391001
003920     MOVE SPACES TO WS-PL-HEADING                                 00392001
003930     MOVE "*********************************************"         00393001
003940         TO WS-PLH-BANNER                                         00394001
003950     MOVE WS-PRINT-LINE TO RPT-RECORD                             00395001
003960     WRITE RPT-RECORD.                                            00396001
003970 TRAILER-PARA.                                                    00397001
003980     MOVE SPACES TO WS-PL-HEADING                                 00398001
003990     MOVE "*********************************************"         00399001
004000         TO WS-PLH-BANNER                                         00400001
004010     MOVE WS-PRINT-LINE TO RPT-RECORD                             00401001
004020     WRITE RPT-RECORD                                             00402001
004030     MOVE SPACES TO WS-PL-TRAILER                                 00403001
004040     MOVE "TERMINATIONS LISTED         : "                        00404001
004050         TO WS-PLT-LABEL                                          00405001
004060     MOVE WS-TOTAL-COUNT TO WS-PLT-COUNT                          00406001
004070     MOVE WS-PRINT-LINE  TO RPT-RECORD                            00407001
004080     WRITE RPT-RECORD                                             00408001
004090     MOVE SPACES TO WS-PL-TRAILER                                 00409001
004100     MOVE "DEPARTMENTS WITH TERMINATIONS: "                       00410001
004110         TO WS-PLT-LABEL                                          00411001
004120     MOVE WS-DEPT-TOTAL-COUNT TO WS-PLT-COUNT                     00412001
004130     MOVE WS-PRINT-LINE       TO RPT-RECORD                       00413001
004140     WRITE RPT-RECORD                                             00414001
004150     MOVE SPACES TO WS-PL-TRAILER                                 00415001
004160     MOVE "OUTSIDE THE MONTH RANGE     : "                        00416001
004170         TO WS-PLT-LABEL                                          00417001
004180     MOVE WS-SKIP-COUNT TO WS-PLT-COUNT                           00418001
004190     MOVE WS-PRINT-LINE TO RPT-RECORD                             00419001
004200     WRITE RPT-RECORD                                             00420001
004210     IF WS-DROP-COUNT > ZERO                                      00421001
004220        MOVE SPACES TO WS-PL-TRAILER                              00422001
004230        MOVE "NOT LISTED, TABLE FULL      : "                     00423001
004240            TO WS-PLT-LABEL                                       00424001
004250        MOVE WS-DROP-COUNT TO WS-PLT-COUNT                        00425001
004260        MOVE WS-PRINT-LINE TO RPT-RECORD                          00426001
004270        WRITE RPT-RECORD                                          00427001
004280     END-IF                                                       00428001
004290     MOVE SPACES TO WS-PL-MONEY                                   00429001
004300     MOVE "FINAL SALARY OF THOSE LISTED: " TO WS-PLM-LABEL        00430001
004310     MOVE WS-TOTAL-SALARY TO WS-PLM-AMOUNT                        00431001
004320     MOVE WS-PRINT-LINE   TO RPT-RECORD                           00432001
004330     WRITE RPT-RECORD.                                            00433001
