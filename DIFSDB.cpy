001300*              EITHER PERSONAL, CHECK, OR POLICE RECORDS.       * 00000013
001400*              THE LENGTH OF THIS PART IS 199 BYTES.            * 00000014
001500*    TOTAL LENGTH OF THE COMPLETE RECORD IS 290 CHARACTERS,     * 00000015
001501*    PLUS THE 3-BYTE DB-TR-FRAUD-INDICATOR ADDED PER VJM005,    *
001503*    THE 1-BYTE DB-DETAIL-RECORD-TYPE ADDED PER RAK001 AND      *
001504*    THE 1-BYTE DB-DISPUTE-IND ADDED PER RAK002 BELOW,          *
001502*    FOR AN OVERALL RECORD LENGTH OF 295 CHARACTERS.            *
001600***************************************************************** 00000016
001700* 11/02/92 RS7221 VJM  FULL MICR PROJECT:                       * 00000017
001800*          REDEFINED CK-AMT, ABA-NO, CKING-ACCOUNT-FULL         * 00000018
RAK001*          BLANKNESS -- THOSE FIELDS OVERLAP DB-CK-SERIAL-NO/
RAK001*          DB-CK-PAYEE BYTE-FOR-BYTE UNDER THE CHECK REDEFINES
RAK001*          AND SO ARE NOT A RELIABLE DISCRIMINATOR.
RAK002* 10/15/26 RS0199417  R.KOWALSKI     DIFS DISPUTES
RAK002*          ADD DB-DISPUTE-IND AS A NEW TRAILING FIELD, SAME
RAK002*          REASONING AS VJM005/RAK001 ABOVE. SET BY COBDF35
RAK002*          WHILE A SUBJECT DISPUTE IS OPEN AGAINST THE RECORD
RAK002*          SO THE FRAUD AND POLICE EXTRACTS AND THE RISK
RAK002*          SCORE LEAVE IT OUT UNTIL THE DISPUTE IS CLOSED.
RAK003* 10/15/26 RS0199530  R.KOWALSKI     COURT DISPOSITIONS
RAK003*          REPLACE THE 7-BYTE DB-PD-FILL AT THE END OF THE POLICE
RAK003*          DETAIL WITH DB-PD-DISPOSITION-CODE AND
RAK003*          DB-PD-DISPOSITION-DATE (MMDDYY), POSTED BY COBDF39
RAK003*          FROM THE COURT FEED. RECORD LENGTH UNCHANGED. A
RAK003*          DISMISSED OR ACQUITTED CASE (DB-PD-CASE-CLEARED) IS
RAK003*          LEFT OUT OF THE POLICE EXTRACT AND THE RISK SCORE.
RAK004* 10/15/26 RS0199611  R.KOWALSKI     DIFS ALIASES
RAK004*          ADD DB-ALIAS-RECORD (RECORD TYPE '30') AND THE
RAK004*          DB-ALIAS-INFO REDEFINES. ONE RECORD PER ALSO-KNOWN-AS
RAK004*          NAME FILED UNDER THE SUBJECT'S DB-ID-STATE-NUMBER,
RAK004*          KEYED APART BY SOURCE SYSTEM AND FILE REFERENCE NO.
RAK004*          NAME FIELDS SIT AT THE SAME OFFSETS AS THE PERSONAL
RAK004*          RECORD'S; THE SSAN BYTES ARE LEFT BLANK SO THE SSAN
RAK004*          ALTERNATE INDEX NEVER PICKS UP AN ALIAS.
002500******************************************************************00000044
002600     05  DB-HEADER-RECORD.                                        00000045
002700         10  DB-SORT-CODE                  PIC X.                 00000046
003400             15  DB-RECORD-TYPE            PIC XX.                00000053
003500                 88  DB-PERSONAL-RECORD    VALUE '10'.            00000054
003600                 88  DB-OFFENSE-RECORD     VALUE '20'.            00000055
RAK004                 88  DB-ALIAS-RECORD       VALUE '30'.
003700                                                                  00000056
003800             15  DB-FILE-SRCE-SYS-CODE     PIC XX.                00000057
003900                 88  DB-MDE-SOURCE         VALUE '10'.            00000058
016800         10  DB-PD-SEVERITY-CODE           PIC S999 COMP-3.       00000193
016900         10  DB-PD-RMKS1                   PIC X(30).             00000194
017000         10  DB-PD-RMKS2                   PIC X(30).             00000195
RAK003         10  DB-PD-DISPOSITION-CODE        PIC X.
RAK003             88  DB-PD-NO-DISPOSITION      VALUE SPACE.
RAK003             88  DB-PD-CONVICTED           VALUE 'C'.
RAK003             88  DB-PD-DISMISSED           VALUE 'D'.
RAK003             88  DB-PD-ACQUITTED           VALUE 'A'.
RAK003             88  DB-PD-DEFERRED            VALUE 'F'.
RAK003             88  DB-PD-CASE-CLEARED        VALUES 'D' 'A'.
RAK003             88  DB-PD-DISPOSITION-VALID   VALUES
RAK003                 'C' 'D' 'A' 'F'.
RAK003         10  DB-PD-DISPOSITION-DATE.
RAK003             15  DB-PD-DISP-MM             PIC XX.
RAK003             15  DB-PD-DISP-DD             PIC XX.
RAK003             15  DB-PD-DISP-YY             PIC XX.
RAK004******************************************************************
RAK004*    DATA BASE ALIAS (ALSO-KNOWN-AS) RECORD (SEE RAK004 ABOVE).
RAK004******************************************************************
RAK004     05  DB-ALIAS-INFO                     REDEFINES
RAK004         DB-PERSONAL-INFO-RECORD.
RAK004         10  DB-AKA-TYPE                   PIC X.
RAK004             88  DB-AKA-MAIDEN             VALUE 'M'.
RAK004             88  DB-AKA-NICKNAME           VALUE 'N'.
RAK004             88  DB-AKA-TRANSPOSED         VALUE 'T'.
RAK004             88  DB-AKA-OTHER              VALUE 'O'.
RAK004             88  DB-AKA-TYPE-VALID         VALUES
RAK004                 'M' 'N' 'T' 'O'.
RAK004         10  FILLER                        PIC X.
RAK004         10  DB-AKA-DATE.
RAK004             15  DB-AKA-MM                 PIC XX.
RAK004             15  DB-AKA-DD                 PIC XX.
RAK004             15  DB-AKA-YY                 PIC XX.
RAK004         10  FILLER                        PIC X.
RAK004         10  DB-AKA-LAST-NAME              PIC X(18).
RAK004         10  DB-AKA-FIRST-NAME             PIC X(12).
RAK004         10  DB-AKA-MIDDLE-INIT            PIC X.
RAK004         10  DB-AKA-SSAN-FILL              PIC X(9).
RAK004         10  DB-AKA-SOURCE                 PIC X(24).
RAK004         10  DB-AKA-RMKS                   PIC X(30).
RAK004         10  FILLER                        PIC X(96).
017200******************************************************************00000201
017300*    FRAUD/ASSERTED-FRAUD INDICATOR (SEE VJM005 ABOVE).           00000202
017400*    KEPT OUTSIDE DB-PERSONAL-INFO-RECORD AND ITS REDEFINES SO    00000203
RAK001        88  DB-DETAIL-UNSTAMPED              VALUE SPACE.
RAK001        88  DB-DETAIL-CHECK                  VALUE '1'.
RAK001        88  DB-DETAIL-POLICE                 VALUE '2'.
000217******************************************************************
000218*    SUBJECT-DISPUTE MARKER (SEE RAK002 ABOVE). OWNED BY COBDF35 *
000219*    ALONE -- COBDF11 CARRIES IT ACROSS A CHANGE UNTOUCHED.      *
000220******************************************************************
RAK002    05  DB-DISPUTE-IND                    PIC X(1) VALUE SPACE.
RAK002        88  DB-NOT-DISPUTED                  VALUE SPACE.
RAK002        88  DB-UNDER-DISPUTE                 VALUE 'D'.
