 00000* VALIDATION OF BASE COBOL INSTALL                                00050000
 00111* AND OF A DEPLOYMENT OF THE SUITE: EVERY SHARED SUBPROGRAM       00051111
 00222* IS CALLED WITH A HARMLESS PROBE REQUEST AND ITS ANSWER          00052222
 00333* CHECKED, EVERY PROGRAM NAMED ON A STEP-CONTROL CARD             00053333
 00444* (STEPCTL.DAT AND EACH CARD JOBSCHED.DAT NAMES) IS LOOKED FOR    00054444
 00555* IN THE MODULE LIBRARY (MODULE-LIBRARY/MODULE-SUFFIX IN          00055555
 00666* SHOPCNFG.DAT), AND A PASS/FAIL INVENTORY GOES TO THE CONSOLE    00056666
 00777* AND TO THE HELLO.PRT SPOOL.  A STEP PROGRAM IS NOT CALLED --    00057777
 00888* IT WOULD RUN -- SO ITS MODULE FILE IS WHAT IS CHECKED.          00058888
 01000 IDENTIFICATION DIVISION.                                         00060000
 01100 PROGRAM-ID. 'HELLO'.                                             00070000
 02000 ENVIRONMENT DIVISION.                                            00080000
 02120 OBJECT-COMPUTER.  HERCULES.                                      00110000
 02200 SPECIAL-NAMES.                                                   00120000
 02210     CONSOLE IS CONSL.                                            00130000
 02297 INPUT-OUTPUT SECTION.                                            00131111
 02385 FILE-CONTROL.                                                    00132222
 02473     SELECT SCHED-FILE ASSIGN TO 'JOBSCHED.DAT'                   00133333
 02561         ORGANIZATION IS LINE SEQUENTIAL                          00134444
 02648         FILE STATUS IS WS-SCHED-STATUS.                          00135555
 02736     SELECT CARD-FILE ASSIGN TO DYNAMIC WS-CARD-NAME              00136666
 02824         ORGANIZATION IS LINE SEQUENTIAL                          00137777
 02912         FILE STATUS IS WS-CARD-STATUS.                           00138888
 03000 DATA DIVISION.                                                   00140000
 03006 FILE SECTION.                                                    00140625
 03012 FD  SCHED-FILE.                                                  00141250
 03018 01  SCHED-REC.                                                   00141875
 03025     05  SH-CYCLE            PIC X(10).                           00142500
 03031     05  FILLER              PIC X.                               00143125
 03037     05  SH-FREQ             PIC X(8).                            00143750
 03043     05  FILLER              PIC X.                               00144375
 03050     05  SH-PREREQ           PIC X(10).                           00145000
 03056     05  FILLER              PIC X.                               00145625
 03062     05  SH-STEP-CARD        PIC X(20).                           00146250
 03068 FD  CARD-FILE.                                                   00146875
 03075 01  CARD-REC.                                                    00147500
 03081     05  CD-STEP-NAME        PIC X(10).                           00148125
 03087     05  FILLER              PIC X.                               00148750
 03093     05  CD-RUN-FLAG         PIC X.                               00149375
 03100 WORKING-STORAGE SECTION.                                         00150000
 03110 01  WS-SOURCE-COMPUTER      PIC X(8) VALUE 'GNULINUX'.           00160000
 03120 01  WS-OBJECT-COMPUTER      PIC X(8) VALUE 'HERCULES'.           00170000
 03150 01  WS-PROGRAM-NAME        PIC X(10) VALUE 'HELLO'.              00192000
 03160 01  WS-ROWS-PROCESSED      PIC 9(6)  VALUE ZERO.                 00194000
 03170 01  WS-AUDIT-STATUS        PIC X(4)  VALUE 'OK'.                 00196000
 03178* STEP-CONTROL CARDS -- EACH CARD IS READ ONCE, HOWEVER MANY      00196042
 03187* CYCLES NAME IT                                                  00196084
 03196 01  WS-SCHED-STATUS        PIC X(2).                             00196126
 03204 01  WS-CARD-STATUS         PIC X(2).                             00196168
 03213 01  WS-CARD-NAME           PIC X(40) VALUE SPACES.               00196210
 03222 01  WS-CARD-TABLE.                                               00196252
 03231     05  WS-CARD-CNT        PIC 9(2)  VALUE ZERO.                 00196294
 03239     05  WS-CARD-SEEN       OCCURS 20 PIC X(40).                  00196336
 03248 01  WS-CARD-IDX            PIC 9(2).                             00196378
 03257 01  WS-CARD-DUP            PIC X.                                00196421
 03266* MODULE LIBRARY THE STEP PROGRAMS ARE LOADED FROM                00196463
 03274 01  WS-MOD-LIBRARY         PIC X(40) VALUE '.'.                  00196505
 03283 01  WS-MOD-SUFFIX          PIC X(8)  VALUE '.so'.                00196547
 03292 01  WS-MOD-PATH            PIC X(80).                            00196589
 03301 01  WS-MOD-DETAILS         PIC X(16).                            00196631
 03309 01  WS-MOD-RC              PIC S9(9) COMP-5.                     00196673
 03318* THE INVENTORY -- ONE ENTRY PER SUBPROGRAM, STEP PROGRAM OR      00196715
 03327* UNREADABLE CARD                                                 00196757
 03336 01  WS-INV-TABLE.                                                00196800
 03344     05  WS-INV-CNT         PIC 9(3)  VALUE ZERO.                 00196842
 03353     05  WS-INV-ENTRY       OCCURS 150.                           00196884
 03362         10  WS-INV-KIND    PIC X(4).                             00196926
 03370         10  WS-INV-NAME    PIC X(15).                            00196968
 03379         10  WS-INV-RESULT  PIC X(4).                             00197010
 03388         10  WS-INV-NOTE    PIC X(40).                            00197052
 03397 01  WS-INV-IDX             PIC 9(3).                             00197094
 03405 01  WS-INV-DUP             PIC X.                                00197136
 03414 01  WS-PASS-CNT            PIC 9(3)  VALUE ZERO.                 00197178
 03423 01  WS-FAIL-CNT            PIC 9(3)  VALUE ZERO.                 00197221
 03432 01  WS-NOTE-KIND           PIC X(4).                             00197263
 03440 01  WS-NOTE-NAME           PIC X(15).                            00197305
 03449 01  WS-NOTE-RESULT         PIC X(4).                             00197347
 03458 01  WS-NOTE-TEXT           PIC X(40).                            00197389
 03467 01  WS-INV-LINE.                                                 00197431
 03475     05  WS-IL-KIND         PIC X(4).                             00197473
 03484     05  FILLER             PIC X     VALUE SPACE.                00197515
 03493     05  WS-IL-NAME         PIC X(15).                            00197557
 03502     05  FILLER             PIC X     VALUE SPACE.                00197600
 03510     05  WS-IL-RESULT       PIC X(4).                             00197642
 03519     05  FILLER             PIC X     VALUE SPACE.                00197684
 03528     05  WS-IL-NOTE         PIC X(40).                            00197726
 03536 01  WS-SPOOL-OPEN          PIC X     VALUE 'N'.                  00197768
 03541* PROBE REQUESTS -- THE CALLER NAME *PROBE MAKES AUDITLOG,        00197792
 03546* ERRLOG, CTLREG, MSGLOG, XMITSEAL, SALVIS, MYNUMVLT AND          00197817
 03551* TRANBAT ANSWER WITHOUT WRITING ANYTHING; EVERY OTHER PROBE      00197841
 03556* IS AN ORDINARY READ-ONLY REQUEST                                00197865
 03561 01  WS-PRB-NAME            PIC X(10) VALUE '*PROBE'.             00197889
 03566 01  WS-PRB-ROWS            PIC 9(6)  VALUE ZERO.                 00197914
 03571 01  WS-PRB-STATUS          PIC X(4).                             00197938
 03576 01  WS-PRB-SQLCODE         PIC S9(9) COMP-5 VALUE ZERO.          00197962
 03581 01  WS-PRB-SQLSTATE        PIC X(5)  VALUE SPACES.               00197986
 03586 01  WS-PRB-SQLERRMC        PIC X(70) VALUE SPACES.               00198011
 03591 01  WS-PRB-ACTION          PIC X(6).                             00198035
 03597 01  WS-CFG-KEY             PIC X(20).                            00198059
 03602 01  WS-CFG-VALUE           PIC X(40).                            00198083
 03607 01  WS-CFG-STATUS          PIC X(2).                             00198108
 03612 01  WS-PRB-COUNT           PIC 9(9).                             00198132
 03617 01  WS-PRB-HASH            PIC S9(11)V9(2).                      00198156
 03622 01  WS-CK-ACTION           PIC X(8)  VALUE 'GET'.                00198180
 03627 01  WS-CK-POSITION         PIC 9(9).                             00198205
 03632 01  WS-CK-COMMIT           PIC 9(9).                             00198229
 03637 01  WS-CK-STATUS           PIC X(2).                             00198253
 03642 01  WS-MSG-ID              PIC X(7)  VALUE '*PROBE'.             00198277
 03647 01  WS-MSG-SUB-1           PIC X(20).                            00198302
 03652 01  WS-MSG-SUB-2           PIC X(20) VALUE SPACES.               00198326
 03657 01  WS-LOCK-ACTION         PIC X(8)  VALUE 'CHECK'.              00198350
 03662 01  WS-LOCK-RESULT         PIC X(8).                             00198375
 03667 01  WS-LOCK-HOLDER         PIC X(10).                            00198399
 03672 01  WS-SC-OPER-ID          PIC X(8)  VALUE '*PROBE'.             00198423
 03677 01  WS-SC-PASSWORD         PIC X(8)  VALUE SPACES.               00198447
 03682 01  WS-SC-RESULT           PIC X(2).                             00198472
 03687 01  WS-SC-LEVEL            PIC X.                                00198496
 03692 01  WS-SC-OPER-NAME        PIC X(20).                            00198520
 03697 01  WS-SC-SAL-VIS          PIC X.                                00198544
 03702 01  WS-SC-COMPANY          PIC X(2).                             00198569
 03707 01  WS-DC-FUNCTION         PIC X(8)  VALUE 'DOW'.                00198593
 03713 01  WS-DC-FORMAT           PIC X     VALUE 'Y'.                  00198617
 03718 01  WS-DC-DATE-1           PIC 9(8)  VALUE 20260101.             00198641
 03723 01  WS-DC-DATE-2           PIC 9(8)  VALUE ZERO.                 00198666
 03728 01  WS-DC-DAYS             PIC S9(5) VALUE ZERO.                 00198690
 03733 01  WS-DC-RESULT-DATE      PIC 9(8).                             00198714
 03738 01  WS-DC-DOW              PIC 9.                                00198738
 03743 01  WS-DC-STATUS           PIC X(2).                             00198763
 03748 01  WS-SG-SALARY           PIC S9(7)V9(2) VALUE ZERO.            00198787
 03753 01  WS-SG-RESULT           PIC X.                                00198811
 03758 01  WS-SG-GRADE            PIC 9(2).                             00198835
 03763 01  WS-SG-STEP             PIC 9(2).                             00198860
 03768 01  WS-SG-EFF-DATE         PIC 9(8)  VALUE ZERO.                 00198884
 03773 01  WS-DN-NAME             PIC X(60) VALUE 'HELLO'.              00198908
 03778 01  WS-DN-PADDED           PIC X(120).                           00198933
 03783 01  WS-DN-OUT-LEN          PIC 9(3).                             00198957
 03788 01  WS-DN-TARGET           PIC 9(3)  VALUE 10.                   00198981
 03793 01  WS-SW-SQLWARN          PIC X(8)  VALUE SPACES.               00199005
 03798 01  WS-SW-CONTEXT          PIC X(30) VALUE 'DEPLOYMENT PROBE'.   00199030
 03803 01  WS-SW-COUNT            PIC 9(4).                             00199054
 03808 01  WS-XS-ACTION           PIC X(8)  VALUE 'CHECK'.              00199078
 03813 01  WS-XS-INTERFACE        PIC X(8)  VALUE 'ZENGIN'.             00199102
 03818 01  WS-XS-FILE-NAME        PIC X(40) VALUE SPACES.               00199127
 03823 01  WS-XS-COUNT            PIC 9(9).                             00199151
 03829 01  WS-XS-TOTAL            PIC S9(13)V9(2).                      00199175
 03834 01  WS-XS-GENERATION       PIC 9(6).                             00199199
 03839 01  WS-XS-STATUS           PIC X(2).                             00199224
 03844 01  WS-PC-FUNCTION         PIC X(8)  VALUE 'DATE'.               00199248
 03849 01  WS-PC-PERIOD           PIC 9(6).                             00199272
 03854 01  WS-PC-ATT-CUTOFF       PIC 9(8).                             00199296
 03859 01  WS-PC-CHG-CUTOFF       PIC 9(8).                             00199321
 03864 01  WS-PC-PAY-DATE         PIC 9(8).                             00199345
 03869 01  WS-PC-STATUS           PIC X(2).                             00199369
 03874 01  WS-CO-FUNCTION         PIC X(8)  VALUE 'RUN'.                00199393
 03879 01  WS-CO-CODE             PIC X(2).                             00199418
 03884 01  WS-CO-NAME             PIC X(30).                            00199442
 03889 01  WS-CO-ROLE             PIC X.                                00199466
 03894 01  WS-CO-FILE-NAME        PIC X(40) VALUE SPACES.               00199491
 03899 01  WS-CO-STATUS           PIC X(2).                             00199515
 03904 01  WS-SV-SAL-VIS          PIC X.                                00199539
 03909 01  WS-EA-ACTION           PIC X(8)  VALUE 'CHECK'.              00199563
 03914 01  WS-EA-EMP-NO           PIC 9(4)  VALUE 1.                    00199588
 03919 01  WS-EA-CHECK-DIGIT      PIC X.                                00199612
 03924 01  WS-EA-STATUS           PIC X(2).                             00199636
 03929 01  WS-MV-ACTION           PIC X(8)  VALUE 'READ'.               00199660
 03934 01  WS-MV-PURPOSE          PIC X(8)  VALUE 'MAINT'.              00199685
 03939 01  WS-MV-EMP-NO           PIC 9(4)  VALUE ZERO.                 00199709
 03945 01  WS-MV-DEP-SEQ          PIC 9(2)  VALUE ZERO.                 00199733
 03950 01  WS-MV-NUMBER           PIC X(12).                            00199757
 03955 01  WS-MV-STATUS           PIC X(2).                             00199782
 03960 01  WS-TB-ACTION           PIC X(8)  VALUE 'NEXT'.               00199806
 03965 01  WS-TB-BATCH-ID         PIC 9(8).                             00199830
 03970 01  WS-TB-SOURCE           PIC X(4)  VALUE 'TERM'.               00199854
 03975 01  WS-TB-COMPANY          PIC X(2)  VALUE SPACES.               00199879
 03980 01  WS-TB-STAGE-NAME       PIC X(40) VALUE SPACES.               00199903
 03985 01  WS-TB-COUNT            PIC 9(6).                             00199927
 03990 01  WS-TB-STATUS           PIC X(2).                             00199951
 03995     COPY 'PRNPARM.CPY'.                                          00199976
 04000 PROCEDURE DIVISION.                                              00200000
 04100 00-MAIN.                                                         00210000
 04110     DISPLAY 'HELLO, WORLD' UPON CONSL.                           00220000
 04210     ACCEPT WS-RUN-TIME FROM TIME.                                00280000
 04220     DISPLAY 'RUN DATE: ' WS-RUN-DATE ' TIME: '                   00290000
 04221         WS-RUN-TIME UPON CONSL.                                  00300000
 04316     PERFORM 10-PROBE-SUBPROGRAMS.                                00300400
 04412     PERFORM 30-CHECK-STEP-PROGRAMS.                              00300800
 04508     PERFORM 50-PRINT-INVENTORY.                                  00301200
 04604     MOVE WS-INV-CNT TO WS-ROWS-PROCESSED.                        00301600
 04700     IF WS-RUN-DATE = ZERO OR WS-RUN-TIME = ZERO                  00302000
 04710         DISPLAY 'VALIDATION FAILED: NO DATE/TIME FROM RUNTIME'   00304000
 04711             UPON CONSL                                           00306000
 04730     ELSE                                                         00309000
 04740         MOVE 0 TO RETURN-CODE                                    00309500
 04750     END-IF.                                                      00309800
 04758     IF WS-FAIL-CNT > ZERO                                        00309866
 04766         DISPLAY 'VALIDATION FAILED: ' WS-FAIL-CNT                00309933
 04775             ' DEPLOYMENT CHECK(S) FAILED' UPON CONSL             00310000
 04783         MOVE 1 TO RETURN-CODE                                    00310066
 04791     END-IF.                                                      00310133
 04800* RECORD THE VERIFICATION RESULT IN THE SHARED AUDIT              00310200
 04801* TRAIL SO THE RUN-HISTORY REPORTING AND THE STATUS               00310400
 04802* SCREEN SHOW WHEN INSTALL VERIFICATION LAST PASSED               00310600
 04840     CALL 'AUDITLOG' USING WS-PROGRAM-NAME,                       00311400
 04841         WS-RUN-DATE, WS-RUN-TIME,                                00311600
 04842         WS-ROWS-PROCESSED, WS-AUDIT-STATUS.                      00311800
 04849* THE CALL LEAVES AUDITLOG'S OWN RETURN CODE BEHIND -- PUT        00312825
 04856* THE VERIFICATION RESULT BACK FOR THE JOB STEP                   00313850
 04863     IF WS-AUDIT-STATUS = 'FAIL'                                  00314875
 04871         MOVE 1 TO RETURN-CODE                                    00315900
 04878     ELSE                                                         00316925
 04885         MOVE 0 TO RETURN-CODE                                    00317950
 04892     END-IF.                                                      00318975
 04900     STOP RUN.                                                    00320000
 04910* ONE PROBE PER SHARED SUBPROGRAM.  A MODULE THAT CANNOT BE       00321000
 04920* LOADED FAILS AS NOT DEPLOYED; ONE THAT LOADS BUT ANSWERS        00322000
 04930* OUTSIDE ITS CONTRACT FAILS WITH THE ANSWER IT GAVE.             00323000
 04940 10-PROBE-SUBPROGRAMS.                                            00324000
 04950     MOVE 'SUBP' TO WS-NOTE-KIND.                                 00325000
 04960     PERFORM 11-PROBE-AUDITLOG.                                   00326000
 04970     PERFORM 12-PROBE-ERRLOG.                                     00327000
 04980     PERFORM 13-PROBE-CONFIG.                                     00328000
 04990     PERFORM 14-PROBE-CTLREG.                                     00329000
 05000     PERFORM 15-PROBE-CHKPT.                                      00330000
 05010     PERFORM 16-PROBE-MSGLOG.                                     00331000
 05020     PERFORM 17-PROBE-JOBLOCK.                                    00332000
 05030     PERFORM 18-PROBE-SIGNCHK.                                    00333000
 05040     PERFORM 19-PROBE-DATECALC.                                   00334000
 05050     PERFORM 20-PROBE-SALGRDCK.                                   00335000
 05060     PERFORM 21-PROBE-DSPNAME.                                    00336000
 05070     PERFORM 22-PROBE-SQLWARNCK.                                  00337000
 05080     PERFORM 23-PROBE-PRINTER.                                    00338000
 05081     PERFORM 24-PROBE-XMITSEAL.                                   00338100
 05082     PERFORM 25-PROBE-PAYCAL.                                     00338200
 05083     PERFORM 26-PROBE-COMPANY.                                    00338300
 05084     PERFORM 27-PROBE-SALVIS.                                     00338400
 05085     PERFORM 28-PROBE-EMPNOALC.                                   00338500
 05086     PERFORM 29-PROBE-MYNUMVLT.                                   00338600
 05087     PERFORM 29A-PROBE-TRANBAT.                                   00338700
 05090 11-PROBE-AUDITLOG.                                               00339000
 05100     MOVE 'AUDITLOG' TO WS-NOTE-NAME.                             00340000
 05110     MOVE 'NOT DEPLOYED' TO WS-NOTE-TEXT.                         00341000
 05120     MOVE 'FAIL' TO WS-NOTE-RESULT.                               00342000
 05130     MOVE 'PROB' TO WS-PRB-STATUS.                                00343000
 05140     CALL 'AUDITLOG' USING WS-PRB-NAME,                           00344000
 05150         WS-RUN-DATE, WS-RUN-TIME,                                00345000
 05160         WS-PRB-ROWS, WS-PRB-STATUS                               00346000
 05170         ON EXCEPTION                                             00347000
 05180             CONTINUE                                             00348000
 05190         NOT ON EXCEPTION                                         00349000
 05200             MOVE SPACES TO WS-NOTE-TEXT                          00350000
 05210             STRING 'ANSWERED STATUS ' WS-PRB-STATUS              00351000
 05220                 DELIMITED BY SIZE INTO WS-NOTE-TEXT              00352000
 05230             IF WS-PRB-STATUS = 'OK'                              00353000
 05240                 MOVE 'PASS' TO WS-NOTE-RESULT                    00354000
 05250             END-IF                                               00355000
 05260     END-CALL.                                                    00356000
 05270     PERFORM 40-NOTE-RESULT.                                      00357000
 05280 12-PROBE-ERRLOG.                                                 00358000
 05290     MOVE 'ERRLOG' TO WS-NOTE-NAME.                               00359000
 05300     MOVE 'NOT DEPLOYED' TO WS-NOTE-TEXT.                         00360000
 05310     MOVE 'FAIL' TO WS-NOTE-RESULT.                               00361000
 05320     MOVE SPACES TO WS-PRB-ACTION.                                00362000
 05330     CALL 'ERRLOG' USING WS-PRB-NAME, WS-PRB-SQLCODE,             00363000
 05340         WS-PRB-SQLSTATE, WS-PRB-SQLERRMC, WS-PRB-ACTION          00364000
 05350         ON EXCEPTION                                             00365000
 05360             CONTINUE                                             00366000
 05370         NOT ON EXCEPTION                                         00367000
 05380             MOVE SPACES TO WS-NOTE-TEXT                          00368000
 05390             STRING 'ANSWERED ACTION ' WS-PRB-ACTION              00369000
 05400                 DELIMITED BY SIZE INTO WS-NOTE-TEXT              00370000
 05410             IF WS-PRB-ACTION = 'PROBE'                           00371000
 05420                 MOVE 'PASS' TO WS-NOTE-RESULT                    00372000
 05430             END-IF                                               00373000
 05440     END-CALL.                                                    00374000
 05450     PERFORM 40-NOTE-RESULT.                                      00375000
 05460* THE CONFIG PROBE IS THE MODULE-LIBRARY LOOKUP ITSELF -- A       00376000
 05470* KEY NOT SET (NF) IS A GOOD ANSWER, AN UNREADABLE FILE (IO)      00377000
 05480* IS NOT                                                          00378000
 05490 13-PROBE-CONFIG.                                                 00379000
 05500     MOVE 'CONFIG' TO WS-NOTE-NAME.                               00380000
 05510     MOVE 'NOT DEPLOYED' TO WS-NOTE-TEXT.                         00381000
 05520     MOVE 'FAIL' TO WS-NOTE-RESULT.                               00382000
 05530     MOVE 'MODULE-LIBRARY' TO WS-CFG-KEY.                         00383000
 05540     MOVE SPACES TO WS-CFG-STATUS.                                00384000
 05550     CALL 'CONFIG' USING WS-CFG-KEY, WS-CFG-VALUE,                00385000
 05560         WS-CFG-STATUS                                            00386000
 05570         ON EXCEPTION                                             00387000
 05580             CONTINUE                                             00388000
 05590         NOT ON EXCEPTION                                         00389000
 05600             MOVE SPACES TO WS-NOTE-TEXT                          00390000
 05610             STRING 'ANSWERED STATUS ' WS-CFG-STATUS              00391000
 05620                 DELIMITED BY SIZE INTO WS-NOTE-TEXT              00392000
 05630             IF WS-CFG-STATUS = 'OK' OR WS-CFG-STATUS = 'NF'      00393000
 05640                 MOVE 'PASS' TO WS-NOTE-RESULT                    00394000
 05650             END-IF                                               00395000
 05660             IF WS-CFG-STATUS = 'OK' AND WS-CFG-VALUE NOT = SPACES00396000
 05670                 MOVE WS-CFG-VALUE TO WS-MOD-LIBRARY              00397000
 05680             END-IF                                               00398000
 05690             MOVE 'MODULE-SUFFIX' TO WS-CFG-KEY                   00399000
 05700             CALL 'CONFIG' USING WS-CFG-KEY, WS-CFG-VALUE,        00400000
 05710                 WS-CFG-STATUS                                    00401000
 05720             IF WS-CFG-STATUS = 'OK' AND WS-CFG-VALUE NOT = SPACES00402000
 05730                 MOVE WS-CFG-VALUE TO WS-MOD-SUFFIX               00403000
 05740             END-IF                                               00404000
 05750     END-CALL.                                                    00405000
 05760     PERFORM 40-NOTE-RESULT.                                      00406000
 05770 14-PROBE-CTLREG.                                                 00407000
 05780     MOVE 'CTLREG' TO WS-NOTE-NAME.                               00408000
 05790     MOVE 'NOT DEPLOYED' TO WS-NOTE-TEXT.                         00409000
 05800     MOVE 'FAIL' TO WS-NOTE-RESULT.                               00410000
 05810     MOVE 1 TO WS-PRB-COUNT WS-PRB-HASH.                          00411000
 05820     CALL 'CTLREG' USING WS-PRB-NAME, WS-PRB-COUNT,               00412000
 05830         WS-PRB-HASH                                              00413000
 05840         ON EXCEPTION                                             00414000
 05850             CONTINUE                                             00415000
 05860         NOT ON EXCEPTION                                         00416000
 05870             MOVE 'ANSWERED WITHOUT ZERO TOTALS'                  00417000
 05880                 TO WS-NOTE-TEXT                                  00418000
 05890             IF WS-PRB-COUNT = ZERO AND WS-PRB-HASH = ZERO        00419000
 05900                 MOVE 'ANSWERED ZERO TOTALS' TO WS-NOTE-TEXT      00420000
 05910                 MOVE 'PASS' TO WS-NOTE-RESULT                    00421000
 05920             END-IF                                               00422000
 05930     END-CALL.                                                    00423000
 05940     PERFORM 40-NOTE-RESULT.                                      00424000
 05950* A CHECKPOINT LOOKUP FOR HELLO ITSELF -- NONE ON FILE (NF)       00425000
 05960* IS THE USUAL ANSWER                                             00426000
 05970 15-PROBE-CHKPT.                                                  00427000
 05980     MOVE 'CHKPT' TO WS-NOTE-NAME.                                00428000
 05990     MOVE 'NOT DEPLOYED' TO WS-NOTE-TEXT.                         00429000
 06000     MOVE 'FAIL' TO WS-NOTE-RESULT.                               00430000
 06010     MOVE SPACES TO WS-CK-STATUS.                                 00431000
 06020     CALL 'CHKPT' USING WS-CK-ACTION, WS-PROGRAM-NAME,            00432000
 06030         WS-CK-POSITION, WS-CK-COMMIT, WS-CK-STATUS               00433000
 06040         ON EXCEPTION                                             00434000
 06050             CONTINUE                                             00435000
 06060         NOT ON EXCEPTION                                         00436000
 06070             MOVE SPACES TO WS-NOTE-TEXT                          00437000
 06080             STRING 'ANSWERED STATUS ' WS-CK-STATUS               00438000
 06090                 DELIMITED BY SIZE INTO WS-NOTE-TEXT              00439000
 06100             IF WS-CK-STATUS = 'OK' OR WS-CK-STATUS = 'NF'        00440000
 06110                 MOVE 'PASS' TO WS-NOTE-RESULT                    00441000
 06120             END-IF                                               00442000
 06130     END-CALL.                                                    00443000
 06140     PERFORM 40-NOTE-RESULT.                                      00444000
 06150 16-PROBE-MSGLOG.                                                 00445000
 06160     MOVE 'MSGLOG' TO WS-NOTE-NAME.                               00446000
 06170     MOVE 'NOT DEPLOYED' TO WS-NOTE-TEXT.                         00447000
 06180     MOVE 'FAIL' TO WS-NOTE-RESULT.                               00448000
 06190     MOVE SPACES TO WS-MSG-SUB-1.                                 00449000
 06200     CALL 'MSGLOG' USING WS-MSG-ID, WS-MSG-SUB-1,                 00450000
 06210         WS-MSG-SUB-2                                             00451000
 06220         ON EXCEPTION                                             00452000
 06230             CONTINUE                                             00453000
 06240         NOT ON EXCEPTION                                         00454000
 06250             MOVE SPACES TO WS-NOTE-TEXT                          00455000
 06260             STRING 'ANSWERED ' WS-MSG-SUB-1                      00456000
 06270                 DELIMITED BY SIZE INTO WS-NOTE-TEXT              00457000
 06280             IF WS-MSG-SUB-1 = 'OK'                               00458000
 06290                 MOVE 'PASS' TO WS-NOTE-RESULT                    00459000
 06300             END-IF                                               00460000
 06310     END-CALL.                                                    00461000
 06320     PERFORM 40-NOTE-RESULT.                                      00462000
 06330* A LOCK CHECK TAKES NO LOCK -- ANY OF ITS THREE STATES IS A      00463000
 06340* GOOD ANSWER                                                     00464000
 06350 17-PROBE-JOBLOCK.                                                00465000
 06360     MOVE 'JOBLOCK' TO WS-NOTE-NAME.                              00466000
 06370     MOVE 'NOT DEPLOYED' TO WS-NOTE-TEXT.                         00467000
 06380     MOVE 'FAIL' TO WS-NOTE-RESULT.                               00468000
 06390     CALL 'JOBLOCK' USING WS-LOCK-ACTION, WS-PROGRAM-NAME,        00469000
 06400         WS-LOCK-RESULT, WS-LOCK-HOLDER                           00470000
 06410         ON EXCEPTION                                             00471000
 06420             CONTINUE                                             00472000
 06430         NOT ON EXCEPTION                                         00473000
 06440             MOVE SPACES TO WS-NOTE-TEXT                          00474000
 06450             STRING 'ANSWERED ' WS-LOCK-RESULT                    00475000
 06460                 DELIMITED BY SIZE INTO WS-NOTE-TEXT              00476000
 06470             IF WS-LOCK-RESULT = 'OK' OR WS-LOCK-RESULT = 'LOCKED'00477000
 06480                OR WS-LOCK-RESULT = 'SHARED'                      00478000
 06490                 MOVE 'PASS' TO WS-NOTE-RESULT                    00479000
 06500             END-IF                                               00480000
 06510     END-CALL.                                                    00481000
 06520     PERFORM 40-NOTE-RESULT.                                      00482000
 06530* NO OPERATOR IS CALLED *PROBE, SO THE SIGN-ON CHECK ANSWERS      00483000
 06540* NOT FOUND WITHOUT TOUCHING ANY OPERATOR'S FAILURE COUNT         00484000
 06550 18-PROBE-SIGNCHK.                                                00485000
 06560     MOVE 'SIGNCHK' TO WS-NOTE-NAME.                              00486000
 06570     MOVE 'NOT DEPLOYED' TO WS-NOTE-TEXT.                         00487000
 06580     MOVE 'FAIL' TO WS-NOTE-RESULT.                               00488000
 06590     MOVE SPACES TO WS-SC-RESULT.                                 00489000
 06600     CALL 'SIGNCHK' USING WS-SC-OPER-ID, WS-SC-PASSWORD,          00490000
 06610         WS-SC-RESULT, WS-SC-LEVEL, WS-SC-OPER-NAME,              00491000
 06620         WS-SC-SAL-VIS, WS-SC-COMPANY                             00492000
 06630         ON EXCEPTION                                             00493000
 06640             CONTINUE                                             00494000
 06650         NOT ON EXCEPTION                                         00495000
 06660             MOVE SPACES TO WS-NOTE-TEXT                          00496000
 06670             STRING 'ANSWERED ' WS-SC-RESULT                      00497000
 06680                 DELIMITED BY SIZE INTO WS-NOTE-TEXT              00498000
 06690             IF WS-SC-RESULT = 'NF'                               00499000
 06700                 MOVE 'PASS' TO WS-NOTE-RESULT                    00500000
 06710             END-IF                                               00501000
 06720     END-CALL.                                                    00502000
 06730     PERFORM 40-NOTE-RESULT.                                      00503000
 06740* 2026-01-01 WAS A THURSDAY -- DAY 4 WITH MONDAY AS DAY 1         00504000
 06750 19-PROBE-DATECALC.                                               00505000
 06760     MOVE 'DATECALC' TO WS-NOTE-NAME.                             00506000
 06770     MOVE 'NOT DEPLOYED' TO WS-NOTE-TEXT.                         00507000
 06780     MOVE 'FAIL' TO WS-NOTE-RESULT.                               00508000
 06790     MOVE ZERO TO WS-DC-DOW.                                      00509000
 06800     CALL 'DATECALC' USING WS-DC-FUNCTION, WS-DC-FORMAT,          00510000
 06810         WS-DC-DATE-1, WS-DC-DATE-2, WS-DC-DAYS,                  00511000
 06820         WS-DC-RESULT-DATE, WS-DC-DOW, WS-DC-STATUS               00512000
 06830         ON EXCEPTION                                             00513000
 06840             CONTINUE                                             00514000
 06850         NOT ON EXCEPTION                                         00515000
 06860             MOVE SPACES TO WS-NOTE-TEXT                          00516000
 06870             STRING 'ANSWERED STATUS ' WS-DC-STATUS               00517000
 06880                 ' DAY ' WS-DC-DOW                                00518000
 06890                 DELIMITED BY SIZE INTO WS-NOTE-TEXT              00519000
 06900             IF WS-DC-STATUS = 'OK' AND WS-DC-DOW = 4             00520000
 06910                 MOVE 'PASS' TO WS-NOTE-RESULT                    00521000
 06920             END-IF                                               00522000
 06930     END-CALL.                                                    00523000
 06940     PERFORM 40-NOTE-RESULT.                                      00524000
 06950 20-PROBE-SALGRDCK.                                               00525000
 06960     MOVE 'SALGRDCK' TO WS-NOTE-NAME.                             00526000
 06970     MOVE 'NOT DEPLOYED' TO WS-NOTE-TEXT.                         00527000
 06980     MOVE 'FAIL' TO WS-NOTE-RESULT.                               00528000
 06990     MOVE SPACE TO WS-SG-RESULT.                                  00529000
 07000     CALL 'SALGRDCK' USING WS-SG-SALARY, WS-SG-RESULT,            00530000
 07010         WS-SG-GRADE, WS-SG-STEP, WS-SG-EFF-DATE                  00531000
 07020         ON EXCEPTION                                             00532000
 07030             CONTINUE                                             00533000
 07040         NOT ON EXCEPTION                                         00534000
 07050             MOVE SPACES TO WS-NOTE-TEXT                          00535000
 07060             STRING 'ANSWERED ' WS-SG-RESULT                      00536000
 07070                 DELIMITED BY SIZE INTO WS-NOTE-TEXT              00537000
 07080             IF WS-SG-RESULT = 'Y' OR WS-SG-RESULT = 'N'          00538000
 07090                 MOVE 'PASS' TO WS-NOTE-RESULT                    00539000
 07100             END-IF                                               00540000
 07110     END-CALL.                                                    00541000
 07120     PERFORM 40-NOTE-RESULT.                                      00542000
 07130 21-PROBE-DSPNAME.                                                00543000
 07140     MOVE 'DSPNAME' TO WS-NOTE-NAME.                              00544000
 07150     MOVE 'NOT DEPLOYED' TO WS-NOTE-TEXT.                         00545000
 07160     MOVE 'FAIL' TO WS-NOTE-RESULT.                               00546000
 07170     MOVE ZERO TO WS-DN-OUT-LEN.                                  00547000
 07180     CALL 'DSPNAME' USING WS-DN-NAME, WS-DN-PADDED,               00548000
 07190         WS-DN-OUT-LEN, WS-DN-TARGET                              00549000
 07200         ON EXCEPTION                                             00550000
 07210             CONTINUE                                             00551000
 07220         NOT ON EXCEPTION                                         00552000
 07230             MOVE SPACES TO WS-NOTE-TEXT                          00553000
 07240             STRING 'ANSWERED LENGTH ' WS-DN-OUT-LEN              00554000
 07250                 DELIMITED BY SIZE INTO WS-NOTE-TEXT              00555000
 07260             IF WS-DN-OUT-LEN = WS-DN-TARGET                      00556000
 07270                AND WS-DN-PADDED = WS-DN-NAME                     00557000
 07280                 MOVE 'PASS' TO WS-NOTE-RESULT                    00558000
 07290             END-IF                                               00559000
 07300     END-CALL.                                                    00560000
 07310     PERFORM 40-NOTE-RESULT.                                      00561000
 07320* NO WARNING FLAG SET -- NOTHING IS LOGGED AND THE COUNT STAYS    00562000
 07330* AT ZERO                                                         00563000
 07340 22-PROBE-SQLWARNCK.                                              00564000
 07350     MOVE 'SQLWARNCK' TO WS-NOTE-NAME.                            00565000
 07360     MOVE 'NOT DEPLOYED' TO WS-NOTE-TEXT.                         00566000
 07370     MOVE 'FAIL' TO WS-NOTE-RESULT.                               00567000
 07380     MOVE ZERO TO WS-SW-COUNT.                                    00568000
 07390     CALL 'SQLWARNCK' USING WS-SW-SQLWARN, WS-PROGRAM-NAME,       00569000
 07400         WS-SW-CONTEXT, WS-SW-COUNT                               00570000
 07410         ON EXCEPTION                                             00571000
 07420             CONTINUE                                             00572000
 07430         NOT ON EXCEPTION                                         00573000
 07440             MOVE SPACES TO WS-NOTE-TEXT                          00574000
 07450             STRING 'ANSWERED COUNT ' WS-SW-COUNT                 00575000
 07460                 DELIMITED BY SIZE INTO WS-NOTE-TEXT              00576000
 07470             IF WS-SW-COUNT = ZERO                                00577000
 07480                 MOVE 'PASS' TO WS-NOTE-RESULT                    00578000
 07490             END-IF                                               00579000
 07500     END-CALL.                                                    00580000
 07510     PERFORM 40-NOTE-RESULT.                                      00581000
 07520* THE PRINTER PROBE OPENS THE SPOOL THE INVENTORY IS PRINTED      00582000
 07530* ON                                                              00583000
 07540 23-PROBE-PRINTER.                                                00584000
 07550     MOVE 'VIRTUAL-PRINTER' TO WS-NOTE-NAME.                      00585000
 07560     MOVE 'NOT DEPLOYED' TO WS-NOTE-TEXT.                         00586000
 07570     MOVE 'FAIL' TO WS-NOTE-RESULT.                               00587000
 07580     MOVE 'HELLO.PRT' TO PA-FILENAME.                             00588000
 07590     MOVE WS-PROGRAM-NAME TO PA-OWNER.                            00589000
 07600     MOVE 'O' TO PA-RESET.                                        00590000
 07610     MOVE SPACES TO PA-BUFFER PA-STATUS.                          00591000
 07620     CALL 'VIRTUAL-PRINTER' USING PRINTER-PARAM                   00592000
 07630         ON EXCEPTION                                             00593000
 07640             CONTINUE                                             00594000
 07650         NOT ON EXCEPTION                                         00595000
 07660             MOVE SPACES TO WS-NOTE-TEXT                          00596000
 07670             STRING 'ANSWERED STATUS ' PA-STATUS                  00597000
 07680                 DELIMITED BY SIZE INTO WS-NOTE-TEXT              00598000
 07690             IF PA-STATUS = '00'                                  00599000
 07700                 MOVE 'PASS' TO WS-NOTE-RESULT                    00600000
 07710                 MOVE 'Y' TO WS-SPOOL-OPEN                        00601000
 07720             END-IF                                               00602000
 07730     END-CALL.                                                    00603000
 07740     PERFORM 40-NOTE-RESULT.                                      00604000
 07750* STEPCTL.DAT FIRST, THEN EVERY CARD A SCHEDULED CYCLE NAMES      00605000
 07760 30-CHECK-STEP-PROGRAMS.                                          00606000
 07770     MOVE 'STEPCTL.DAT' TO WS-CARD-NAME.                          00607000
 07780     PERFORM 31-CHECK-CARD.                                       00608000
 07790     OPEN INPUT SCHED-FILE.                                       00609000
 07800     IF WS-SCHED-STATUS NOT = '00'                                00610000
 07810         MOVE 'CARD' TO WS-NOTE-KIND                              00611000
 07820         MOVE 'JOBSCHED.DAT' TO WS-NOTE-NAME                      00612000
 07830         MOVE 'FAIL' TO WS-NOTE-RESULT                            00613000
 07840         MOVE 'SCHEDULE NOT READABLE' TO WS-NOTE-TEXT             00614000
 07850         PERFORM 40-NOTE-RESULT                                   00615000
 07860     ELSE                                                         00616000
 07870         PERFORM UNTIL WS-SCHED-STATUS NOT = '00'                 00617000
 07880             READ SCHED-FILE                                      00618000
 07890                 AT END                                           00619000
 07900                     MOVE '10' TO WS-SCHED-STATUS                 00620000
 07910                 NOT AT END                                       00621000
 07920                     IF SH-CYCLE NOT = SPACES                     00622000
 07930                        AND SH-CYCLE(1:1) NOT = '*'               00623000
 07940                        AND SH-STEP-CARD NOT = SPACES             00624000
 07950                         MOVE SH-STEP-CARD TO WS-CARD-NAME        00625000
 07960                         PERFORM 31-CHECK-CARD                    00626000
 07970                     END-IF                                       00627000
 07980             END-READ                                             00628000
 07990         END-PERFORM                                              00629000
 08000         CLOSE SCHED-FILE                                         00630000
 08010     END-IF.                                                      00631000
 08020 31-CHECK-CARD.                                                   00632000
 08030     MOVE 'N' TO WS-CARD-DUP.                                     00633000
 08040     PERFORM VARYING WS-CARD-IDX FROM 1 BY 1                      00634000
 08050             UNTIL WS-CARD-IDX > WS-CARD-CNT                      00635000
 08060         IF WS-CARD-SEEN(WS-CARD-IDX) = WS-CARD-NAME              00636000
 08070             MOVE 'Y' TO WS-CARD-DUP                              00637000
 08080         END-IF                                                   00638000
 08090     END-PERFORM.                                                 00639000
 08100     IF WS-CARD-DUP = 'N' AND WS-CARD-CNT < 20                    00640000
 08110         ADD 1 TO WS-CARD-CNT                                     00641000
 08120         MOVE WS-CARD-NAME TO WS-CARD-SEEN(WS-CARD-CNT)           00642000
 08130         OPEN INPUT CARD-FILE                                     00643000
 08140         IF WS-CARD-STATUS NOT = '00'                             00644000
 08150             MOVE 'CARD' TO WS-NOTE-KIND                          00645000
 08160             MOVE WS-CARD-NAME TO WS-NOTE-NAME                    00646000
 08170             MOVE 'FAIL' TO WS-NOTE-RESULT                        00647000
 08180             MOVE 'CARD NOT READABLE' TO WS-NOTE-TEXT             00648000
 08190             PERFORM 40-NOTE-RESULT                               00649000
 08200         ELSE                                                     00650000
 08210             PERFORM UNTIL WS-CARD-STATUS NOT = '00'              00651000
 08220                 READ CARD-FILE                                   00652000
 08230                     AT END                                       00653000
 08240                         MOVE '10' TO WS-CARD-STATUS              00654000
 08250                     NOT AT END                                   00655000
 08260                         IF CD-STEP-NAME NOT = SPACES             00656000
 08270                            AND CD-STEP-NAME(1:1) NOT = '*'       00657000
 08280                             PERFORM 32-CHECK-MODULE              00658000
 08290                         END-IF                                   00659000
 08300                 END-READ                                         00660000
 08310             END-PERFORM                                          00661000
 08320             CLOSE CARD-FILE                                      00662000
 08330         END-IF                                                   00663000
 08340     END-IF.                                                      00664000
 08350* A STEP NAMED ON SEVERAL CARDS IS CHECKED ONCE                   00665000
 08360 32-CHECK-MODULE.                                                 00666000
 08370     MOVE 'N' TO WS-INV-DUP.                                      00667000
 08380     PERFORM VARYING WS-INV-IDX FROM 1 BY 1                       00668000
 08390             UNTIL WS-INV-IDX > WS-INV-CNT                        00669000
 08400         IF WS-INV-KIND(WS-INV-IDX) = 'STEP'                      00670000
 08410            AND WS-INV-NAME(WS-INV-IDX) = CD-STEP-NAME            00671000
 08420             MOVE 'Y' TO WS-INV-DUP                               00672000
 08430         END-IF                                                   00673000
 08440     END-PERFORM.                                                 00674000
 08450     IF WS-INV-DUP = 'N'                                          00675000
 08460         MOVE 'STEP' TO WS-NOTE-KIND                              00676000
 08470         MOVE CD-STEP-NAME TO WS-NOTE-NAME                        00677000
 08480         MOVE SPACES TO WS-MOD-PATH                               00678000
 08490         STRING WS-MOD-LIBRARY DELIMITED BY SPACE                 00679000
 08500             '/' DELIMITED BY SIZE                                00680000
 08510             CD-STEP-NAME DELIMITED BY SPACE                      00681000
 08520             WS-MOD-SUFFIX DELIMITED BY SPACE                     00682000
 08530             INTO WS-MOD-PATH                                     00683000
 08540         CALL 'CBL_CHECK_FILE_EXIST' USING WS-MOD-PATH,           00684000
 08550             WS-MOD-DETAILS RETURNING WS-MOD-RC                   00685000
 08560         IF WS-MOD-RC = ZERO                                      00686000
 08570             MOVE 'PASS' TO WS-NOTE-RESULT                        00687000
 08580             MOVE 'MODULE PRESENT' TO WS-NOTE-TEXT                00688000
 08590         ELSE                                                     00689000
 08600             MOVE 'FAIL' TO WS-NOTE-RESULT                        00690000
 08610             MOVE 'MODULE NOT IN LIBRARY' TO WS-NOTE-TEXT         00691000
 08620         END-IF                                                   00692000
 08630         PERFORM 40-NOTE-RESULT                                   00693000
 08640     END-IF.                                                      00694000
 08650 40-NOTE-RESULT.                                                  00695000
 08660     IF WS-NOTE-RESULT = 'PASS'                                   00696000
 08670         ADD 1 TO WS-PASS-CNT                                     00697000
 08680     ELSE                                                         00698000
 08690         ADD 1 TO WS-FAIL-CNT                                     00699000
 08700     END-IF.                                                      00700000
 08710     IF WS-INV-CNT < 150                                          00701000
 08720         ADD 1 TO WS-INV-CNT                                      00702000
 08730         MOVE WS-NOTE-KIND TO WS-INV-KIND(WS-INV-CNT)             00703000
 08740         MOVE WS-NOTE-NAME TO WS-INV-NAME(WS-INV-CNT)             00704000
 08750         MOVE WS-NOTE-RESULT TO WS-INV-RESULT(WS-INV-CNT)         00705000
 08760         MOVE WS-NOTE-TEXT TO WS-INV-NOTE(WS-INV-CNT)             00706000
 08770     END-IF.                                                      00707000
 08780* THE INVENTORY ALWAYS GOES TO THE CONSOLE, AND TO THE SPOOL      00708000
 08790* WHEN THE PRINTER PROBE OPENED IT                                00709000
 08800 50-PRINT-INVENTORY.                                              00710000
 08810     DISPLAY 'DEPLOYMENT INVENTORY -- MODULE LIBRARY '            00711000
 08820         WS-MOD-LIBRARY UPON CONSL.                               00712000
 08830     IF WS-SPOOL-OPEN = 'Y'                                       00713000
 08840         MOVE SPACES TO PA-BUFFER                                 00714000
 08850         STRING 'DEPLOYMENT INVENTORY ' WS-RUN-DATE               00715000
 08860             ' -- MODULE LIBRARY ' WS-MOD-LIBRARY                 00716000
 08870             DELIMITED BY SIZE INTO PA-BUFFER                     00717000
 08880         CALL 'VIRTUAL-PRINTER' USING PRINTER-PARAM               00718000
 08890     END-IF.                                                      00719000
 08900     PERFORM VARYING WS-INV-IDX FROM 1 BY 1                       00720000
 08910             UNTIL WS-INV-IDX > WS-INV-CNT                        00721000
 08920         MOVE WS-INV-KIND(WS-INV-IDX) TO WS-IL-KIND               00722000
 08930         MOVE WS-INV-NAME(WS-INV-IDX) TO WS-IL-NAME               00723000
 08940         MOVE WS-INV-RESULT(WS-INV-IDX) TO WS-IL-RESULT           00724000
 08950         MOVE WS-INV-NOTE(WS-INV-IDX) TO WS-IL-NOTE               00725000
 08960         DISPLAY WS-INV-LINE UPON CONSL                           00726000
 08970         IF WS-SPOOL-OPEN = 'Y'                                   00727000
 08980             MOVE WS-INV-LINE TO PA-BUFFER                        00728000
 08990             CALL 'VIRTUAL-PRINTER' USING PRINTER-PARAM           00729000
 09000         END-IF                                                   00730000
 09010     END-PERFORM.                                                 00731000
 09020     DISPLAY 'PASSED: ' WS-PASS-CNT '  FAILED: ' WS-FAIL-CNT      00732000
 09030         UPON CONSL.                                              00733000
 09040     IF WS-SPOOL-OPEN = 'Y'                                       00734000
 09050         MOVE SPACES TO PA-BUFFER                                 00735000
 09060         STRING 'PASSED: ' WS-PASS-CNT '  FAILED: ' WS-FAIL-CNT   00736000
 09070             DELIMITED BY SIZE INTO PA-BUFFER                     00737000
 09080         CALL 'VIRTUAL-PRINTER' USING PRINTER-PARAM               00738000
 09090         MOVE 'Y' TO PA-FLUSH                                     00739000
 09100         CALL 'VIRTUAL-PRINTER' USING PRINTER-PARAM               00740000
 09110         MOVE 'N' TO PA-FLUSH                                     00741000
 09120     END-IF.                                                      00742000
 09130* A *PROBE CHECK SEALS NOTHING -- OK WITH NO GENERATION           00743000
 09140 24-PROBE-XMITSEAL.                                               00744000
 09150     MOVE 'XMITSEAL' TO WS-NOTE-NAME.                             00745000
 09160     MOVE 'NOT DEPLOYED' TO WS-NOTE-TEXT.                         00746000
 09170     MOVE 'FAIL' TO WS-NOTE-RESULT.                               00747000
 09180     MOVE SPACES TO WS-XS-STATUS.                                 00748000
 09190     MOVE 999999 TO WS-XS-GENERATION.                             00749000
 09200     CALL 'XMITSEAL' USING WS-XS-ACTION, WS-XS-INTERFACE,         00750000
 09210         WS-XS-FILE-NAME, WS-PRB-NAME, WS-XS-COUNT,               00751000
 09220         WS-XS-TOTAL, WS-XS-GENERATION, WS-XS-STATUS              00752000
 09230         ON EXCEPTION                                             00753000
 09240             CONTINUE                                             00754000
 09250         NOT ON EXCEPTION                                         00755000
 09260             MOVE SPACES TO WS-NOTE-TEXT                          00756000
 09270             STRING 'ANSWERED STATUS ' WS-XS-STATUS               00757000
 09280                 ' GENERATION ' WS-XS-GENERATION                  00758000
 09290                 DELIMITED BY SIZE INTO WS-NOTE-TEXT              00759000
 09300             IF WS-XS-STATUS = 'OK' AND WS-XS-GENERATION = ZERO   00760000
 09310                 MOVE 'PASS' TO WS-NOTE-RESULT                    00761000
 09320             END-IF                                               00762000
 09330     END-CALL.                                                    00763000
 09340     PERFORM 40-NOTE-RESULT.                                      00764000
 09350* THE NEXT PAY DATE FROM TODAY -- NONE LEFT ON THE CALENDAR (NF)  00765000
 09360* IS A GOOD ANSWER, NO CALENDAR AT ALL (NC) IS NOT                00766000
 09370 25-PROBE-PAYCAL.                                                 00767000
 09380     MOVE 'PAYCAL' TO WS-NOTE-NAME.                               00768000
 09390     MOVE 'NOT DEPLOYED' TO WS-NOTE-TEXT.                         00769000
 09400     MOVE 'FAIL' TO WS-NOTE-RESULT.                               00770000
 09410     MOVE SPACES TO WS-PC-STATUS.                                 00771000
 09420     MOVE ZERO TO WS-PC-PAY-DATE.                                 00772000
 09430     CALL 'PAYCAL' USING WS-PC-FUNCTION, WS-RUN-DATE,             00773000
 09440         WS-PC-PERIOD, WS-PC-ATT-CUTOFF, WS-PC-CHG-CUTOFF,        00774000
 09450         WS-PC-PAY-DATE, WS-PC-STATUS                             00775000
 09460         ON EXCEPTION                                             00776000
 09470             CONTINUE                                             00777000
 09480         NOT ON EXCEPTION                                         00778000
 09490             MOVE SPACES TO WS-NOTE-TEXT                          00779000
 09500             STRING 'ANSWERED STATUS ' WS-PC-STATUS               00780000
 09510                 ' PAY DATE ' WS-PC-PAY-DATE                      00781000
 09520                 DELIMITED BY SIZE INTO WS-NOTE-TEXT              00782000
 09530             IF WS-PC-STATUS = 'OK' OR WS-PC-STATUS = 'NF'        00783000
 09540                 MOVE 'PASS' TO WS-NOTE-RESULT                    00784000
 09550             END-IF                                               00785000
 09560     END-CALL.                                                    00786000
 09570     PERFORM 40-NOTE-RESULT.                                      00787000
 09580* THE COMPANY THIS RUN IS FOR -- ONE NOT ON THE REGISTER (NF) IS  00788000
 09590* A DEPLOYMENT FAULT                                              00789000
 09600 26-PROBE-COMPANY.                                                00790000
 09610     MOVE 'COMPANY' TO WS-NOTE-NAME.                              00791000
 09620     MOVE 'NOT DEPLOYED' TO WS-NOTE-TEXT.                         00792000
 09630     MOVE 'FAIL' TO WS-NOTE-RESULT.                               00793000
 09640     MOVE SPACES TO WS-CO-STATUS WS-CO-CODE.                      00794000
 09650     CALL 'COMPANY' USING WS-CO-FUNCTION, WS-CO-CODE,             00795000
 09660         WS-CO-NAME, WS-CO-ROLE, WS-CO-FILE-NAME, WS-CO-STATUS    00796000
 09670         ON EXCEPTION                                             00797000
 09680             CONTINUE                                             00798000
 09690         NOT ON EXCEPTION                                         00799000
 09700             MOVE SPACES TO WS-NOTE-TEXT                          00800000
 09710             STRING 'ANSWERED STATUS ' WS-CO-STATUS               00801000
 09720                 ' COMPANY ' WS-CO-CODE                           00802000
 09730                 DELIMITED BY SIZE INTO WS-NOTE-TEXT              00803000
 09740             IF WS-CO-STATUS = 'OK'                               00804000
 09750                 MOVE 'PASS' TO WS-NOTE-RESULT                    00805000
 09760             END-IF                                               00806000
 09770     END-CALL.                                                    00807000
 09780     PERFORM 40-NOTE-RESULT.                                      00808000
 09790* A *PROBE CALL IS ANSWERED N -- NO SALARIES -- WHATEVER          00809000
 09800* CLEARANCE IT CARRIES IN                                         00810000
 09810 27-PROBE-SALVIS.                                                 00811000
 09820     MOVE 'SALVIS' TO WS-NOTE-NAME.                               00812000
 09830     MOVE 'NOT DEPLOYED' TO WS-NOTE-TEXT.                         00813000
 09840     MOVE 'FAIL' TO WS-NOTE-RESULT.                               00814000
 09850     MOVE 'F' TO WS-SV-SAL-VIS.                                   00815000
 09860     CALL 'SALVIS' USING WS-PRB-NAME, WS-SC-OPER-ID,              00816000
 09870         WS-SV-SAL-VIS                                            00817000
 09880         ON EXCEPTION                                             00818000
 09890             CONTINUE                                             00819000
 09900         NOT ON EXCEPTION                                         00820000
 09910             MOVE SPACES TO WS-NOTE-TEXT                          00821000
 09920             STRING 'ANSWERED ' WS-SV-SAL-VIS                     00822000
 09930                 DELIMITED BY SIZE INTO WS-NOTE-TEXT              00823000
 09940             IF WS-SV-SAL-VIS = 'N'                               00824000
 09950                 MOVE 'PASS' TO WS-NOTE-RESULT                    00825000
 09960             END-IF                                               00826000
 09970     END-CALL.                                                    00827000
 09980     PERFORM 40-NOTE-RESULT.                                      00828000
 09990* A CHECK DIGIT IS WORKED OUT WITHOUT TOUCHING THE CONTROL FILE   00829000
 10000 28-PROBE-EMPNOALC.                                               00830000
 10010     MOVE 'EMPNOALC' TO WS-NOTE-NAME.                             00831000
 10020     MOVE 'NOT DEPLOYED' TO WS-NOTE-TEXT.                         00832000
 10030     MOVE 'FAIL' TO WS-NOTE-RESULT.                               00833000
 10040     MOVE SPACES TO WS-EA-STATUS WS-EA-CHECK-DIGIT.               00834000
 10050     CALL 'EMPNOALC' USING WS-EA-ACTION, WS-PRB-NAME,             00835000
 10060         WS-EA-EMP-NO, WS-EA-CHECK-DIGIT, WS-EA-STATUS            00836000
 10070         ON EXCEPTION                                             00837000
 10080             CONTINUE                                             00838000
 10090         NOT ON EXCEPTION                                         00839000
 10100             MOVE SPACES TO WS-NOTE-TEXT                          00840000
 10110             STRING 'ANSWERED STATUS ' WS-EA-STATUS               00841000
 10120                 ' DIGIT ' WS-EA-CHECK-DIGIT                      00842000
 10130                 DELIMITED BY SIZE INTO WS-NOTE-TEXT              00843000
 10140             IF WS-EA-STATUS = 'OK'                               00844000
 10150                AND WS-EA-CHECK-DIGIT NOT = SPACE                 00845000
 10160                 MOVE 'PASS' TO WS-NOTE-RESULT                    00846000
 10170             END-IF                                               00847000
 10180     END-CALL.                                                    00848000
 10190     PERFORM 40-NOTE-RESULT.                                      00849000
 10200* A *PROBE READ REACHES NO NUMBER -- OK WITH NOTHING RETURNED     00850000
 10210* MEANS THE VAULT'S ACCESS LOG IS WRITABLE                        00851000
 10220 29-PROBE-MYNUMVLT.                                               00852000
 10230     MOVE 'MYNUMVLT' TO WS-NOTE-NAME.                             00853000
 10240     MOVE 'NOT DEPLOYED' TO WS-NOTE-TEXT.                         00854000
 10250     MOVE 'FAIL' TO WS-NOTE-RESULT.                               00855000
 10260     MOVE SPACES TO WS-MV-STATUS.                                 00856000
 10270     MOVE ALL '*' TO WS-MV-NUMBER.                                00857000
 10280     CALL 'MYNUMVLT' USING WS-MV-ACTION, WS-PRB-NAME,             00858000
 10290         WS-SC-OPER-ID, WS-SC-PASSWORD, WS-MV-PURPOSE,            00859000
 10300         WS-MV-EMP-NO, WS-MV-DEP-SEQ, WS-MV-NUMBER, WS-MV-STATUS  00860000
 10310         ON EXCEPTION                                             00861000
 10320             CONTINUE                                             00862000
 10330         NOT ON EXCEPTION                                         00863000
 10340             MOVE SPACES TO WS-NOTE-TEXT                          00864000
 10350             STRING 'ANSWERED STATUS ' WS-MV-STATUS               00865000
 10360                 DELIMITED BY SIZE INTO WS-NOTE-TEXT              00866000
 10370             IF WS-MV-STATUS = 'OK' AND WS-MV-NUMBER = SPACES     00867000
 10380                 MOVE 'PASS' TO WS-NOTE-RESULT                    00868000
 10390             END-IF                                               00869000
 10400     END-CALL.                                                    00870000
 10410     PERFORM 40-NOTE-RESULT.                                      00871000
 10420* A *PROBE NEXT ISSUES NO BATCH ID -- OK WITH ID ZERO             00872000
 10430 29A-PROBE-TRANBAT.                                               00873000
 10440     MOVE 'TRANBAT' TO WS-NOTE-NAME.                              00874000
 10450     MOVE 'NOT DEPLOYED' TO WS-NOTE-TEXT.                         00875000
 10460     MOVE 'FAIL' TO WS-NOTE-RESULT.                               00876000
 10470     MOVE SPACES TO WS-TB-STATUS.                                 00877000
 10480     MOVE 99999999 TO WS-TB-BATCH-ID.                             00878000
 10490     CALL 'TRANBAT' USING WS-TB-ACTION, WS-TB-BATCH-ID,           00879000
 10500         WS-TB-SOURCE, WS-SC-OPER-ID, WS-TB-COMPANY,              00880000
 10510         WS-TB-STAGE-NAME, WS-TB-COUNT, WS-PRB-HASH, WS-TB-STATUS 00881000
 10520         ON EXCEPTION                                             00882000
 10530             CONTINUE                                             00883000
 10540         NOT ON EXCEPTION                                         00884000
 10550             MOVE SPACES TO WS-NOTE-TEXT                          00885000
 10560             STRING 'ANSWERED STATUS ' WS-TB-STATUS               00886000
 10570                 ' BATCH ' WS-TB-BATCH-ID                         00887000
 10580                 DELIMITED BY SIZE INTO WS-NOTE-TEXT              00888000
 10590             IF WS-TB-STATUS = 'OK' AND WS-TB-BATCH-ID = ZERO     00889000
 10600                 MOVE 'PASS' TO WS-NOTE-RESULT                    00890000
 10610             END-IF                                               00891000
 10620     END-CALL.                                                    00892000
 10630     PERFORM 40-NOTE-RESULT.                                      00893000
