000100******************************************************************
000110* Copyright 2019, Tokyo System House Co., Ltd. <opencobol@tsh-world.co.jp>
000120*
000130* Licensed under the Apache License, Version 2.0 (the "License");
000140* you may not use this file except in compliance with the License.
000150* You may obtain a copy of the License at
000160*
000170*     http://www.apache.org/licenses/LICENSE-2.0
000180*
000190* Unless required by applicable law or agreed to in writing, software
000200* distributed under the License is distributed on an "AS IS" BASIS,
000210* WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND, either express or implied.
000220* See the License for the specific language governing permissions and
000230* limitations under the License.
000240*
000250******************************************************************
000260*  opencobol SAMPLE
000270*
000280*  Copyright 2019 Tokyo System House Co., Ltd.
000290******************************************************************
000300 IDENTIFICATION              DIVISION.
000310******************************************************************
000320 PROGRAM-ID.                 ACCTCHGW.
000330 AUTHOR.                     TSH.
000340 INSTALLATION.               TSH BATCH SYSTEMS.
000350 DATE-WRITTEN.               2026-10-15.
000360 DATE-COMPILED.              2026-10-15.
000370******************************************************************
000380*  ACCOUNT MASTER CHANGE-LOG WRITER SUBPROGRAM.
000390*
000400*  STAMPS THE CALLER'S ACCT-CHG-REC (ACCTCHG COPYBOOK) WITH
000410*  TODAY'S DATE AND THE TIME AND APPENDS IT TO THE CUMULATIVE
000420*  ACCTCHG CHANGE LOG.  ACCTMNT AND ACCTLOAD CALL THIS AFTER
000430*  EVERY SUCCESSFUL ACCTMST WRITE OR REWRITE, SO THE FILE
000440*  HANDLING LIVES IN ONE PLACE.
000450*
000460*  A FAILURE TO WRITE THE LOG RECORD IS REPORTED ON THE JOB
000470*  LOG, THE SAME AS RUNLOGW; THE MASTER UPDATE ITSELF HAS
000480*  ALREADY BEEN MADE.
000490*
000500*  MODIFICATION HISTORY
000510*  2026-10-15 TSH  INITIAL VERSION.
000520******************************************************************
000530 ENVIRONMENT                 DIVISION.
000540******************************************************************
000550 CONFIGURATION               SECTION.
000560 SOURCE-COMPUTER.            IBM-370.
000570 OBJECT-COMPUTER.            IBM-370.
000580******************************************************************
000590 INPUT-OUTPUT                SECTION.
000600 FILE-CONTROL.
000610     SELECT OPTIONAL CHG-FILE ASSIGN TO "ACCTCHG"
000620                             ORGANIZATION LINE SEQUENTIAL
000630                             FILE STATUS CHG-STATUS.
000640******************************************************************
000650 DATA                        DIVISION.
000660******************************************************************
000670 FILE                        SECTION.
000680 FD  CHG-FILE.
000690 01  CHG-REC                 PIC  X(143).
000700******************************************************************
000710 WORKING-STORAGE             SECTION.
000720******************************************************************
000730*    STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL FILE THAT
000740*    WAS NOT YET ON CATALOG -- THE FIRST CHANGE EVER LOGGED
000750*    CREATES ACCTCHG, SO 05 IS A NORMAL OPEN HERE.
000760 77  CHG-STATUS                PIC  XX.
000770     88  CHG-STATUS-OK             VALUE "00" "05".
000780******************************************************************
000790 LINKAGE                     SECTION.
000800******************************************************************
000810     COPY ACCTCHG.
000820******************************************************************
000830 PROCEDURE                   DIVISION USING ACCT-CHG-REC.
000840******************************************************************
000850 0000-MAIN-RTN.
000860     ACCEPT ACCT-CHG-DATE FROM DATE YYYYMMDD.
000870     ACCEPT ACCT-CHG-TIME FROM TIME.
000880     OPEN EXTEND CHG-FILE.
000890     IF NOT CHG-STATUS-OK
000900         DISPLAY "ACCTCHGW WARNING -- ACCTCHG OPEN FAILED,"
000910                 " STATUS=" CHG-STATUS
000920         GO TO 9999-MAIN-EXIT
000930     END-IF.
000940     WRITE CHG-REC FROM ACCT-CHG-REC.
000950     IF NOT CHG-STATUS-OK
000960         DISPLAY "ACCTCHGW WARNING -- ACCTCHG WRITE FAILED,"
000970                 " STATUS=" CHG-STATUS
000980     END-IF.
000990     CLOSE CHG-FILE.
001000     IF NOT CHG-STATUS-OK
001010         DISPLAY "ACCTCHGW WARNING -- ACCTCHG CLOSE FAILED,"
001020                 " STATUS=" CHG-STATUS
001030     END-IF.
001040 9999-MAIN-EXIT.
001050     GOBACK.
