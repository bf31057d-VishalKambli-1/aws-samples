000090*EACH NIGHT AFTER THE POSTING RUN, SO THE  *                      00009001
000100*REPORT PROGRAMS CAN FALL BACK TO THE      *                      00010001
000110*SNAPSHOT WHEN DB2 IS UNAVAILABLE          *                      00011001
000120*CHECKS THE NIGHTLY CYCLE DATASET (CYCLE)  *                      00012001
000130*AT STARTUP : ENDS WITH RETURN CODE 12     *                      00013001
000140*WHEN A STEP AHEAD OF IT HAS NOT ENDED     *                      00014001
000150*CLEAN IN THIS CYCLE OR A LATER STEP HAS   *                      00015001
000160*STARTED.  RECORDS ITS START, END AND      *                      00016001
000170*RETURN CODE THERE (CYCLEREC)              *                      00017001
000180********************************************                      00018001
000190 ENVIRONMENT DIVISION.                                            00019001
000200 INPUT-OUTPUT SECTION.                                            00020001
000210 FILE-CONTROL.                                                    00021001
000220     SELECT SNAP-FILE  ASSIGN TO SNAPOUT.                         00022001
000230     SELECT CYCLE-FILE  ASSIGN TO CYCLE.                          00023001
000240 DATA DIVISION.                                                   00024001
000250 FILE SECTION.                                                    00025001
000260 FD  SNAP-FILE                                                    00026001
000270     RECORDING MODE F                                             00027001
000280     LABEL RECORDS ARE STANDARD.                                  00028001
000290     COPY EMPSNAP.                                                00029001
000300*****************************************************             00030001
000310* NIGHTLY CYCLE CONTROL DATASET, CYCLEREC LAYOUT,   *             00031001
000320* READ AND REWRITTEN WHOLE AT START AND END OF STEP *             00032001
000330*****************************************************             00033001
000340 FD  CYCLE-FILE                                                   00034001
000350     RECORDING MODE F                                             00035001
000360     LABEL RECORDS ARE STANDARD.                                  00036001
000370 01  CYCLE-FILE-RECORD           PIC X(80).                       00037001
000380 WORKING-STORAGE SECTION.                                         00038001
000390*****************************************************             00039001
000400* WORKAREAS                                         *             00040001
000410*****************************************************             00041001
000420 77  WS-SQL-ERROR-SW     PIC X          VALUE  'N'.               00042001
000430         88  SQL-ERROR-OCCURRED         VALUE  'Y'.               00043001
000440 77  WS-UNLOAD-COUNT     PIC S9(7) COMP VALUE ZERO.               00044001
000450*****************************************************             00045001
000460* NIGHTLY CYCLE CONTROL.  THIS STEP MAY ONLY START   *            00046001
000470* WHEN EVERY STEP AHEAD OF IT ENDED CLEAN IN THE     *            00047001
000480* CURRENT CYCLE AND NO STEP AFTER IT HAS STARTED     *            00048001
000490*****************************************************             00049001
000500 77  WS-CYC-STEP-ID      PIC X(8)       VALUE  'COBDB26'.         00050001
000510 77  WS-CYC-RERUN-SW     PIC X          VALUE  'Y'.               00051001
000520         88  WS-CYC-RERUN-OK            VALUE  'Y'.               00052001
000530 77  WS-CYC-EOF-SW       PIC X          VALUE  'N'.               00053001
000540         88  WS-CYC-EOF                 VALUE  'Y'.               00054001
000550 77  WS-CYC-REFUSED-SW   PIC X          VALUE  'N'.               00055001
000560         88  WS-CYC-REFUSED             VALUE  'Y'.               00056001
000570 77  WS-CYC-COUNT        PIC S9(4) COMP VALUE ZERO.               00057001
000580 77  WS-CYC-LIMIT        PIC S9(4) COMP VALUE  20.                00058001
000590 77  WS-CYC-IX           PIC S9(4) COMP VALUE ZERO.               00059001
000600 77  WS-CYC-MY-IX        PIC S9(4) COMP VALUE ZERO.               00060001
000610 77  WS-CYC-DATE         PIC X(10)      VALUE SPACES.             00061001
000620 77  WS-CYC-RC           PIC 9(4)       VALUE ZERO.               00062001
000630 01  WS-CYC-NOW.                                                  00063001
000640     05  WS-CYC-NOW-YEAR         PIC 9(4).                        00064001
000650     05  WS-CYC-NOW-MONTH        PIC 9(2).                        00065001
000660     05  WS-CYC-NOW-DAY          PIC 9(2).                        00066001
000670 01  WS-CYC-NOW-ISO.                                              00067001
000680     05  WS-CNI-YEAR             PIC 9(4).                        00068001
000690     05  FILLER                  PIC X(1)  VALUE '-'.             00069001
000700     05  WS-CNI-MONTH            PIC 9(2).                        00070001
000710     05  FILLER                  PIC X(1)  VALUE '-'.             00071001
000720     05  WS-CNI-DAY              PIC 9(2).                        00072001
000730 01  WS-CYC-TIME.                                                 00073001
000740     05  WS-CYC-HHMMSS           PIC X(6).                        00074001
000750     05  FILLER                  PIC X(2).                        00075001
000760 01  WS-CYCLE-TABLE.                                              00076001
000770     05  WS-CYC-ENTRY  OCCURS 20 TIMES                            00077001
000780                                 PIC X(80).                       00078001
000790     COPY CYCLEREC.                                               00079001
000800********************************************                      00080001
000810*  SQL COMMUNICATION AREA                  *                      00081001
000820********************************************                      00082001
000830     EXEC SQL                                                     00083001
000840       INCLUDE SQLCA                                              00084001
000850     END-EXEC.                                                    00085001
000860********************************************                      00086001
000870*  DCLS                                    *                      00087001
000880********************************************                      00088001
000890     EXEC SQL                                                     00089001
000900       INCLUDE EMP                                                00090001
000910     END-EXEC.                                                    00091001
000920********************************************                      00092001
000930*   DCLGENS                                                       00093001
000940********************************************                      00094001
000950     EXEC SQL                                                     00095001
000960       DECLARE CR1 CURSOR FOR                                     00096001
000970         SELECT EMPNO, FIRSTNME, MIDINIT, LASTNAME,               00097001
000980                WORKDEPT, PHONENO, HIREDATE, JOB,                 00098001
000990                EDLEVEL, SEX, BIRTHDATE,                          00099001
001000                SALARY, BONUS, COMM                               00100001
001010         FROM EMP                                                 00101001
001020         ORDER BY WORKDEPT, EMPNO                                 00102001
001030     END-EXEC.                                                    00103001
001040 PROCEDURE DIVISION.                                              00104001
001050 MAIN-PARA.                                                       00105001
001060     PERFORM CYCLE-START-PARA.                                    00106001
001070     OPEN OUTPUT SNAP-FILE.                                       00107001
001080* OPENING CURSOR                                                  00108001
001090     EXEC SQL                                                     00109001
001100       OPEN CR1                                                   00110001
001110     END-EXEC.                                                    00111001
001120     IF SQLCODE NOT = 0                                           00112001
001130        DISPLAY ' OPEN FAILED WITH SQLCODE : ' SQLCODE            00113001
001140        SET SQL-ERROR-OCCURRED TO TRUE                            00114001
001150     END-IF.                                                      00115001
001160     PERFORM FETCH-PARA                                           00116001
001170             UNTIL SQLCODE NOT EQUAL 0                            00117001
001180     EXEC SQL                                                     00118001
001190        CLOSE CR1                                                 00119001
001200     END-EXEC                                                     00120001
001210     CLOSE SNAP-FILE                                              00121001
001220     DISPLAY "*********************************************"      00122001
001230     DISPLAY "          EMP SNAPSHOT UNLOAD COMPLETE        "     00123001
001240     DISPLAY "*********************************************"      00124001
001250     DISPLAY "EMP ROWS UNLOADED : " WS-UNLOAD-COUNT               00125001
001260     IF SQL-ERROR-OCCURRED                                        00126001
001270        MOVE 8 TO RETURN-CODE                                     00127001
001280     ELSE                                                         00128001
001290        MOVE 0 TO RETURN-CODE                                     00129001
001300     END-IF                                                       00130001
001310     PERFORM CYCLE-END-PARA                                       00131001
001320     STOP RUN.                                                    00132001
001330 FETCH-PARA.                                                      00133001
001340     INITIALIZE DCLEMP                                            00134001
001350     EXEC SQL                                                     00135001
001360        FETCH CR1                                                 00136001
001370           INTO :DCL-EMPNO,                                       00137001
001380                :DCL-FIRSTNME,                                    00138001
001390                :DCL-MIDINIT,                                     00139001
001400                :DCL-LASTNAME,                                    00140001
001410                :DCL-WORKDEPT  :IND-WORKDEPT,                     00141001
001420                :DCL-PHONENO   :IND-PHONENO,                      00142001
001430                :DCL-HIREDATE  :IND-HIREDATE,                     00143001
001440                :DCL-JOB       :IND-JOB,                          00144001
001450                :DCL-EDLEVEL   :IND-EDLEVEL,                      00145001
001460                :DCL-SEX       :IND-SEX,                          00146001
001470                :DCL-BIRTHDATE :IND-BIRTHDATE,                    00147001
001480                :DCL-SALARY    :IND-SALARY,                       00148001
001490                :DCL-BONUS     :IND-BONUS,                        00149001
001500                :DCL-COMM      :IND-COMM                          00150001
001510     END-EXEC                                                     00151001
001520     IF SQLCODE = 0                                               00152001
001530        PERFORM WRITE-SNAP-PARA                                   00153001
001540     ELSE                                                         00154001
001550        IF SQLCODE = 100                                          00155001
001560           CONTINUE                                               00156001
001570        ELSE                                                      00157001
001580           DISPLAY 'DB2 ERROR'                                    00158001
001590           SET SQL-ERROR-OCCURRED TO TRUE                         00159001
001600        END-IF                                                    00160001
001610     END-IF.                                                      00161001
001620 WRITE-SNAP-PARA.                                                 00162001
001630     MOVE SPACES             TO SNAP-RECORD                       00163001
001640     MOVE ALL 'N'            TO SNAP-NULL-FLAGS                   00164001
001650     MOVE DCL-EMPNO          TO SNAP-EMPNO                        00165001
001660     MOVE DCL-FIRSTNME-TEXT  TO SNAP-FIRSTNME                     00166001
001670     MOVE DCL-MIDINIT        TO SNAP-MIDINIT                      00167001
001680     MOVE DCL-LASTNAME-TEXT  TO SNAP-LASTNAME                     00168001
001690     MOVE ZERO               TO SNAP-EDLEVEL                      00169001
001700     MOVE ZERO               TO SNAP-SALARY                       00170001
001710     MOVE ZERO               TO SNAP-BONUS                        00171001
001720     MOVE ZERO               TO SNAP-COMM                         00172001
001730     IF IND-WORKDEPT < ZERO                                       00173001
001740        MOVE 'Y' TO SNAP-WORKDEPT-NF                              00174001
001750     ELSE                                                         00175001
001760        MOVE DCL-WORKDEPT TO SNAP-WORKDEPT                        00176001
001770     END-IF                                                       00177001
001780     IF IND-PHONENO < ZERO                                        00178001
001790        MOVE 'Y' TO SNAP-PHONENO-NF                               00179001
001800     ELSE                                                         00180001
001810        MOVE DCL-PHONENO TO SNAP-PHONENO                          00181001
001820     END-IF                                                       00182001
001830     IF IND-HIREDATE < ZERO                                       00183001
001840        MOVE 'Y' TO SNAP-HIREDATE-NF                              00184001
001850     ELSE                                                         00185001
001860        MOVE DCL-HIREDATE TO SNAP-HIREDATE                        00186001
001870     END-IF                                                       00187001
001880     IF IND-JOB < ZERO                                            00188001
001890        MOVE 'Y' TO SNAP-JOB-NF                                   00189001
001900     ELSE                                                         00190001
001910        MOVE DCL-JOB TO SNAP-JOB                                  00191001
001920     END-IF                                                       00192001
001930     IF IND-EDLEVEL < ZERO                                        00193001
001940        MOVE 'Y' TO SNAP-EDLEVEL-NF                               00194001
001950     ELSE                                                         00195001
001960        MOVE DCL-EDLEVEL TO SNAP-EDLEVEL                          00196001
001970     END-IF                                                       00197001
001980     IF IND-SEX < ZERO                                            00198001
001990        MOVE 'Y' TO SNAP-SEX-NF                                   00199001
002000     ELSE                                                         00200001
002010        MOVE DCL-SEX TO SNAP-SEX                                  00201001
002020     END-IF                                                       00202001
002030     IF IND-BIRTHDATE < ZERO                                      00203001
002040        MOVE 'Y' TO SNAP-BIRTHDATE-NF                             00204001
002050     ELSE                                                         00205001
002060        MOVE DCL-BIRTHDATE TO SNAP-BIRTHDATE                      00206001
002070     END-IF                                                       00207001
002080     IF IND-SALARY < ZERO                                         00208001
002090        MOVE 'Y' TO SNAP-SALARY-NF                                00209001
002100     ELSE                                                         00210001
002110        MOVE DCL-SALARY TO SNAP-SALARY                            00211001
002120     END-IF                                                       00212001
002130     IF IND-BONUS < ZERO                                          00213001
002140        MOVE 'Y' TO SNAP-BONUS-NF                                 00214001
002150     ELSE                                                         00215001
002160        MOVE DCL-BONUS TO SNAP-BONUS                              00216001
002170     END-IF                                                       00217001
002180     IF IND-COMM < ZERO                                           00218001
002190        MOVE 'Y' TO SNAP-COMM-NF                                  00219001
002200     ELSE                                                         00220001
002210        MOVE DCL-COMM TO SNAP-COMM                                00221001
002220     END-IF                                                       00222001
002230     WRITE SNAP-RECORD                                            00223001
002240     ADD 1 TO WS-UNLOAD-COUNT.                                    00224001
002250*****************************************************             00225001
002260* NIGHTLY CYCLE CHECK, BEFORE ANY WORK IS DONE.  A   *            00226001
002270* STEP OUT OF SEQUENCE ENDS HERE WITH RETURN CODE 12 *            00227001
002280* AND LEAVES THE CYCLE DATASET AS IT FOUND IT        *            00228001
002290*****************************************************             00229001
002300 CYCLE-START-PARA.                                                00230001
002310     PERFORM LOAD-CYCLE-PARA                                      00231001
002320     PERFORM LOCATE-CYCLE-PARA                                    00232001
002330     IF WS-CYC-MY-IX = ZERO                                       00233001
002340        DISPLAY 'CYCLE CHECK FAILED, NO CYCLE RECORD FOR : '      00234001
002350                WS-CYC-STEP-ID                                    00235001
002360        SET WS-CYC-REFUSED TO TRUE                                00236001
002370     ELSE                                                         00237001
002380        MOVE WS-CYC-ENTRY (1) TO CYCLE-RECORD                     00238001
002390        MOVE CYC-CYCLE-DATE   TO WS-CYC-DATE                      00239001
002400        PERFORM CHECK-CYCLE-PARA                                  00240001
002410                VARYING WS-CYC-IX FROM 1 BY 1                     00241001
002420                UNTIL WS-CYC-IX > WS-CYC-COUNT                    00242001
002430     END-IF                                                       00243001
002440     IF WS-CYC-REFUSED                                            00244001
002450        DISPLAY 'STEP ' WS-CYC-STEP-ID ' NOT RUN, OUT OF SEQUENCE'00245001
002460                ' FOR CYCLE ' WS-CYC-DATE                         00246001
002470        MOVE 12 TO RETURN-CODE                                    00247001
002480        STOP RUN                                                  00248001
002490     END-IF                                                       00249001
002500     PERFORM MARK-START-PARA.                                     00250001
002510 CHECK-CYCLE-PARA.                                                00251001
002520     MOVE WS-CYC-ENTRY (WS-CYC-IX) TO CYCLE-RECORD                00252001
002530     EVALUATE TRUE                                                00253001
002540        WHEN WS-CYC-IX < WS-CYC-MY-IX                             00254001
002550           IF NOT CYC-ENDED-OK                                    00255001
002560              OR CYC-CYCLE-DATE NOT = WS-CYC-DATE                 00256001
002570              DISPLAY 'CYCLE CHECK FAILED, NOT YET ENDED CLEAN : '00257001
002580                      CYC-STEP-ID                                 00258001
002590              SET WS-CYC-REFUSED TO TRUE                          00259001
002600           END-IF                                                 00260001
002610        WHEN WS-CYC-IX > WS-CYC-MY-IX                             00261001
002620           IF NOT CYC-OUTSTANDING                                 00262001
002630              DISPLAY 'CYCLE CHECK FAILED, LATER STEP STARTED : ' 00263001
002640                      CYC-STEP-ID                                 00264001
002650              SET WS-CYC-REFUSED TO TRUE                          00265001
002660           END-IF                                                 00266001
002670        WHEN OTHER                                                00267001
002680           IF CYC-ENDED-OK                                        00268001
002690              AND NOT WS-CYC-RERUN-OK                             00269001
002700              DISPLAY 'CYCLE CHECK FAILED, ALREADY ENDED CLEAN : '00270001
002710                      CYC-STEP-ID                                 00271001
002720              SET WS-CYC-REFUSED TO TRUE                          00272001
002730           END-IF                                                 00273001
002740     END-EVALUATE.                                                00274001
002750 MARK-START-PARA.                                                 00275001
002760     PERFORM GET-CYCLE-TIME-PARA                                  00276001
002770     MOVE WS-CYC-ENTRY (WS-CYC-MY-IX) TO CYCLE-RECORD             00277001
002780     MOVE 'S'             TO CYC-STATUS                           00278001
002790     MOVE WS-CYC-NOW-ISO  TO CYC-START-DATE                       00279001
002800     MOVE WS-CYC-HHMMSS   TO CYC-START-TIME                       00280001
002810     MOVE SPACES          TO CYC-END-DATE                         00281001
002820     MOVE SPACES          TO CYC-END-TIME                         00282001
002830     MOVE ZERO            TO CYC-RETURN-CODE                      00283001
002840     ADD 1                TO CYC-RUN-COUNT                        00284001
002850     MOVE CYCLE-RECORD    TO WS-CYC-ENTRY (WS-CYC-MY-IX)          00285001
002860     PERFORM SAVE-CYCLE-PARA                                      00286001
002870     DISPLAY 'CYCLE ' WS-CYC-DATE ' STEP ' WS-CYC-STEP-ID         00287001
002880             ' STARTED'.                                          00288001
002890*****************************************************             00289001
002900* RECORDS HOW THE STEP ENDED : RETURN CODE UNDER 8   *            00290001
002910* IS ENDED CLEAN, ANYTHING HIGHER IS FAILED          *            00291001
002920*****************************************************             00292001
002930 CYCLE-END-PARA.                                                  00293001
002940     MOVE RETURN-CODE TO WS-CYC-RC                                00294001
002950     PERFORM LOAD-CYCLE-PARA                                      00295001
002960     PERFORM LOCATE-CYCLE-PARA                                    00296001
002970     IF WS-CYC-MY-IX > ZERO                                       00297001
002980        PERFORM GET-CYCLE-TIME-PARA                               00298001
002990        MOVE WS-CYC-ENTRY (WS-CYC-MY-IX) TO CYCLE-RECORD          00299001
003000        IF WS-CYC-RC < 8                                          00300001
003010           MOVE 'E' TO CYC-STATUS                                 00301001
003020        ELSE                                                      00302001
003030           MOVE 'F' TO CYC-STATUS                                 00303001
003040        END-IF                                                    00304001
003050        MOVE WS-CYC-NOW-ISO  TO CYC-END-DATE                      00305001
003060        MOVE WS-CYC-HHMMSS   TO CYC-END-TIME                      00306001
003070        MOVE WS-CYC-RC       TO CYC-RETURN-CODE                   00307001
003080        MOVE CYCLE-RECORD    TO WS-CYC-ENTRY (WS-CYC-MY-IX)       00308001
003090        PERFORM SAVE-CYCLE-PARA                                   00309001
003100        DISPLAY 'CYCLE ' CYC-CYCLE-DATE ' STEP ' WS-CYC-STEP-ID   00310001
003110                ' ENDED, RETURN CODE ' WS-CYC-RC                  00311001
003120     END-IF                                                       00312001
003130     MOVE WS-CYC-RC TO RETURN-CODE.                               00313001
003140 GET-CYCLE-TIME-PARA.                                             00314001
003150     ACCEPT WS-CYC-NOW  FROM DATE YYYYMMDD                        00315001
003160     ACCEPT WS-CYC-TIME FROM TIME                                 00316001
003170     MOVE WS-CYC-NOW-YEAR  TO WS-CNI-YEAR                         00317001
003180     MOVE WS-CYC-NOW-MONTH TO WS-CNI-MONTH                        00318001
003190     MOVE WS-CYC-NOW-DAY   TO WS-CNI-DAY.                         00319001
003200 LOCATE-CYCLE-PARA.                                               00320001
003210     MOVE ZERO TO WS-CYC-MY-IX                                    00321001
003220     PERFORM FIND-CYCLE-PARA                                      00322001
003230             VARYING WS-CYC-IX FROM 1 BY 1                        00323001
003240             UNTIL WS-CYC-IX > WS-CYC-COUNT.                      00324001
003250 FIND-CYCLE-PARA.                                                 00325001
003260     MOVE WS-CYC-ENTRY (WS-CYC-IX) TO CYCLE-RECORD                00326001
003270     IF CYC-STEP-ID = WS-CYC-STEP-ID                              00327001
003280        MOVE WS-CYC-IX TO WS-CYC-MY-IX                            00328001
003290     END-IF.                                                      00329001
003300 LOAD-CYCLE-PARA.                                                 00330001
003310     MOVE ZERO TO WS-CYC-COUNT                                    00331001
003320     MOVE 'N'  TO WS-CYC-EOF-SW                                   00332001
003330     OPEN INPUT CYCLE-FILE                                        00333001
003340     PERFORM READ-CYCLE-PARA                                      00334001
003350             UNTIL WS-CYC-EOF                                     00335001
003360     CLOSE CYCLE-FILE.                                            00336001
003370 READ-CYCLE-PARA.                                                 00337001
003380     READ CYCLE-FILE                                              00338001
003390         AT END                                                   00339001
003400           SET WS-CYC-EOF TO TRUE                                 00340001
003410         NOT AT END                                               00341001
003420           IF WS-CYC-COUNT < WS-CYC-LIMIT                         00342001
003430              ADD 1 TO WS-CYC-COUNT                               00343001
003440              MOVE CYCLE-FILE-RECORD                              00344001
003450                TO WS-CYC-ENTRY (WS-CYC-COUNT)                    00345001
003460           END-IF                                                 00346001
003470     END-READ.                                                    00347001
003480 SAVE-CYCLE-PARA.                                                 00348001
003490     OPEN OUTPUT CYCLE-FILE                                       00349001
003500     PERFORM WRITE-CYCLE-PARA                                     00350001
003510             VARYING WS-CYC-IX FROM 1 BY 1                        00351001
003520             UNTIL WS-CYC-IX > WS-CYC-COUNT                       00352001
003530     CLOSE CYCLE-FILE.                                            00353001
003540 WRITE-CYCLE-PARA.                                                00354001
003550     MOVE WS-CYC-ENTRY (WS-CYC-IX) TO CYCLE-FILE-RECORD           00355001
003560     WRITE CYCLE-FILE-RECORD.                                     00356001
