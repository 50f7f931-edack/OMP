      *---------------------------------------------------------------*
      *    DUMPDICT COPYBOOK - RECORD-LAYOUT DICTIONARY FOR THE
      *    FORMATTED RECORD DUMP (HACKDUMP). ONE LAYOUT ENTRY PER
      *    DUMPABLE RECORD TYPE - SELECTOR NAME (THE COPYBOOK NAME, OR
      *    USAHCHKP FOR THE USAHIST1 CHECKPOINT), RECORD LENGTH,
      *    ORGANIZATION (S SEQUENTIAL, K INDEXED), THE KEY'S POSITION
      *    AND LENGTH, AND WHERE ITS FIELDS START IN THE FIELD TABLE.
      *    ONE FIELD ENTRY PER ELEMENTARY FIELD - NAME, POSITION,
      *    LENGTH, PICTURE, AND THE CLASS THE DUMP CHECKS IT AGAINST
      *    (X ANY VALUE, 9 UNSIGNED NUMERIC, S SIGNED NUMERIC). A
      *    FIELD UNDER A REDEFINES CARRIES A VIEW TEST ON ONE BYTE OF
      *    THE RECORD - = MEANS THE BYTE MUST BE ONE OF THE VIEW
      *    VALUES, N THAT IT MUST BE NONE OF THEM - SO EACH RECORD IS
      *    DUMPED THROUGH THE VIEW THAT FITS IT. OCCURS ITEMS ARE
      *    LISTED ONCE PER OCCURRENCE. A LAYOUT CHANGE TO ANY OF THE
      *    LISTED COPYBOOKS MUST BE MADE HERE TOO.
      *---------------------------------------------------------------*
       01  DUMP-LAYOUT-VALUES.
           05  FILLER  PIC X(38) VALUE
               'AUTHACT AUTHOR-ACTIVITY MASTER        '.
           05  FILLER  PIC X(16) VALUE '220K001050001021'.
           05  FILLER  PIC X(38) VALUE
               'CHGHIST EMPLOYEE CHANGE HISTORY       '.
           05  FILLER  PIC X(16) VALUE '200K001018022015'.
           05  FILLER  PIC X(38) VALUE
               'CHGTRAN CHANGE TRANSACTION            '.
           05  FILLER  PIC X(16) VALUE '160S002010037019'.
           05  FILLER  PIC X(38) VALUE
               'EMPMST  EMPLOYEE MASTER               '.
           05  FILLER  PIC X(16) VALUE '150K001010056011'.
           05  FILLER  PIC X(38) VALUE
               'EXCPREC HACKNEWS EXCEPTION RECORD     '.
           05  FILLER  PIC X(16) VALUE '147S001008067002'.
           05  FILLER  PIC X(38) VALUE
               'INREC001USA-HIST-FLE INPUT RECORD     '.
           05  FILLER  PIC X(16) VALUE '189S001010069008'.
           05  FILLER  PIC X(38) VALUE
               'KWHIST  KEYWORD HISTORY               '.
           05  FILLER  PIC X(16) VALUE '080S001010077008'.
           05  FILLER  PIC X(38) VALUE
               'MTCHWRK MATCHED-STORY WORK RECORD     '.
           05  FILLER  PIC X(16) VALUE '182S001008085011'.
           05  FILLER  PIC X(38) VALUE
               'RJCFREC CARRIED-FORWARD REJECT        '.
           05  FILLER  PIC X(16) VALUE '210S005010096012'.
           05  FILLER  PIC X(38) VALUE
               'RUNSTAT HACKNEWS RUN-AUDIT RECORD     '.
           05  FILLER  PIC X(16) VALUE '396S001010108039'.
           05  FILLER  PIC X(38) VALUE
               'SENTHST DIGEST SENT HISTORY           '.
           05  FILLER  PIC X(16) VALUE '040S001016147006'.
           05  FILLER  PIC X(38) VALUE
               'STEPLOG STEP-COMPLETION LOG           '.
           05  FILLER  PIC X(16) VALUE '120S001008153011'.
           05  FILLER  PIC X(38) VALUE
               'STORYHSTSTORY-HISTORY MASTER          '.
           05  FILLER  PIC X(16) VALUE '120K001008164005'.
           05  FILLER  PIC X(38) VALUE
               'STYBKUP STORY-HISTORY UNLOAD          '.
           05  FILLER  PIC X(16) VALUE '121S002008169012'.
           05  FILLER  PIC X(38) VALUE
               'TERMHST TERM-FREQUENCY HISTORY        '.
           05  FILLER  PIC X(16) VALUE '080S001020181012'.
           05  FILLER  PIC X(38) VALUE
               'UNRPREC UNREPAIRED EXCEPTION          '.
           05  FILLER  PIC X(16) VALUE '160S001008193004'.
           05  FILLER  PIC X(38) VALUE
               'USAHCHKPUSAHIST1 CHECKPOINT           '.
           05  FILLER  PIC X(16) VALUE '059S009010197013'.
       01  DUMP-LAYOUT-TABLE REDEFINES DUMP-LAYOUT-VALUES.
           05  DLY-ENTRY                   OCCURS 17 TIMES
                                            INDEXED BY DLY-IDX.
               10  DLY-LAYOUT              PIC X(08).
               10  DLY-DESCRIPTION         PIC X(30).
               10  DLY-RECORD-LEN          PIC 9(03).
               10  DLY-ORGANIZATION        PIC X(01).
                   88  DLY-KEYED                     VALUE 'K'.
               10  DLY-KEY-START           PIC 9(03).
               10  DLY-KEY-LEN             PIC 9(03).
               10  DLY-FIRST-FIELD         PIC 9(03).
               10  DLY-FIELD-CNT           PIC 9(03).
       01  DUMP-FIELD-VALUES.
      *    AUTHACT
           05  FILLER  PIC X(30) VALUE 'AAR-CANONICAL-NAME'.
           05  FILLER  PIC X(26) VALUE '001030X(30)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'AAR-AFFILIATION'.
           05  FILLER  PIC X(26) VALUE '031020X(20)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'AAR-STORY-CNT'.
           05  FILLER  PIC X(26) VALUE '0510079(07)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'AAR-VOTES-TOTAL'.
           05  FILLER  PIC X(26) VALUE '0580099(09)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'AAR-COMMENT-TOTAL'.
           05  FILLER  PIC X(26) VALUE '0670099(09)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'AAR-FIRST-POSTED'.
           05  FILLER  PIC X(26) VALUE '076010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'AAR-LAST-POSTED'.
           05  FILLER  PIC X(26) VALUE '086010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'AAR-MONTH(1)'.
           05  FILLER  PIC X(26) VALUE '096007X(07)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'AAR-MONTH-STORY-CNT(1)'.
           05  FILLER  PIC X(26) VALUE '1030059(05)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'AAR-MONTH-VOTES(1)'.
           05  FILLER  PIC X(26) VALUE '1080099(09)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'AAR-MONTH-COMMENTS(1)'.
           05  FILLER  PIC X(26) VALUE '1170099(09)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'AAR-MONTH(2)'.
           05  FILLER  PIC X(26) VALUE '126007X(07)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'AAR-MONTH-STORY-CNT(2)'.
           05  FILLER  PIC X(26) VALUE '1330059(05)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'AAR-MONTH-VOTES(2)'.
           05  FILLER  PIC X(26) VALUE '1380099(09)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'AAR-MONTH-COMMENTS(2)'.
           05  FILLER  PIC X(26) VALUE '1470099(09)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'AAR-MONTH(3)'.
           05  FILLER  PIC X(26) VALUE '156007X(07)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'AAR-MONTH-STORY-CNT(3)'.
           05  FILLER  PIC X(26) VALUE '1630059(05)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'AAR-MONTH-VOTES(3)'.
           05  FILLER  PIC X(26) VALUE '1680099(09)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'AAR-MONTH-COMMENTS(3)'.
           05  FILLER  PIC X(26) VALUE '1770099(09)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'AAR-LAST-RUN-STAMP'.
           05  FILLER  PIC X(26) VALUE '186016X(16)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'FILLER'.
           05  FILLER  PIC X(26) VALUE '202019X(19)       X 000   '.
      *    CHGHIST
           05  FILLER  PIC X(30) VALUE 'CHH-EMP-KEY'.
           05  FILLER  PIC X(26) VALUE '001010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'CHH-EFF-MONTH'.
           05  FILLER  PIC X(26) VALUE '011006X(06)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'CHH-SEQ'.
           05  FILLER  PIC X(26) VALUE '0170029(02)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'CHH-CHANGE-TYPE'.
           05  FILLER  PIC X(26) VALUE '019001X(01)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'CHH-DEPT-CODE'.
           05  FILLER  PIC X(26) VALUE '020008X(08)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'CHH-EMP-NAME'.
           05  FILLER  PIC X(26) VALUE '028030X(30)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'CHH-OLD-DEPT'.
           05  FILLER  PIC X(26) VALUE '058008X(08)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'CHH-NEW-DEPT'.
           05  FILLER  PIC X(26) VALUE '066008X(08)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'CHH-OLD-SALARY'.
           05  FILLER  PIC X(26) VALUE '0740099(07)V99    9 000   '.
           05  FILLER  PIC X(30) VALUE 'CHH-NEW-SALARY'.
           05  FILLER  PIC X(26) VALUE '0830099(07)V99    9 000   '.
           05  FILLER  PIC X(30) VALUE 'CHH-ATTRIBUTE'.
           05  FILLER  PIC X(26) VALUE '092008X(08)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'CHH-OLD-TEXT'.
           05  FILLER  PIC X(26) VALUE '100040X(40)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'CHH-NEW-TEXT'.
           05  FILLER  PIC X(26) VALUE '140040X(40)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'CHH-RUN-DATE'.
           05  FILLER  PIC X(26) VALUE '180008X(08)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'FILLER'.
           05  FILLER  PIC X(26) VALUE '188013X(13)       X 000   '.
      *    CHGTRAN
           05  FILLER  PIC X(30) VALUE 'CTR-CHANGE-TYPE'.
           05  FILLER  PIC X(26) VALUE '001001X(01)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'CTR-KEY'.
           05  FILLER  PIC X(26) VALUE '002010X(10)       XN001Z  '.
           05  FILLER  PIC X(30) VALUE 'CTR-OLD-DEPT'.
           05  FILLER  PIC X(26) VALUE '012008X(08)       XN001Z  '.
           05  FILLER  PIC X(30) VALUE 'CTR-NEW-DEPT'.
           05  FILLER  PIC X(26) VALUE '020008X(08)       XN001Z  '.
           05  FILLER  PIC X(30) VALUE 'CTR-OLD-SALARY'.
           05  FILLER  PIC X(26) VALUE '0280099(07)V99    9N001Z  '.
           05  FILLER  PIC X(30) VALUE 'CTR-NEW-SALARY'.
           05  FILLER  PIC X(26) VALUE '0370099(07)V99    9N001Z  '.
           05  FILLER  PIC X(30) VALUE 'CTR-OLD-TEXT'.
           05  FILLER  PIC X(26) VALUE '046040X(40)       XN001ZN '.
           05  FILLER  PIC X(30) VALUE 'CTR-NEW-TEXT'.
           05  FILLER  PIC X(26) VALUE '086040X(40)       XN001ZN '.
           05  FILLER  PIC X(30) VALUE 'CTR-HIRE-NAME'.
           05  FILLER  PIC X(26) VALUE '046030X(30)       X=001N  '.
           05  FILLER  PIC X(30) VALUE 'CTR-HIRE-ADDRESS'.
           05  FILLER  PIC X(26) VALUE '076040X(40)       X=001N  '.
           05  FILLER  PIC X(30) VALUE 'FILLER'.
           05  FILLER  PIC X(26) VALUE '116010X(10)       X=001N  '.
           05  FILLER  PIC X(30) VALUE 'CTR-ATTRIBUTE'.
           05  FILLER  PIC X(26) VALUE '126008X(08)       XN001Z  '.
           05  FILLER  PIC X(30) VALUE 'FILLER'.
           05  FILLER  PIC X(26) VALUE '134027X(27)       XN001Z  '.
           05  FILLER  PIC X(30) VALUE 'CTR-TRL-NEW-CNT'.
           05  FILLER  PIC X(26) VALUE '0020069(06)       9=001Z  '.
           05  FILLER  PIC X(30) VALUE 'CTR-TRL-DEPARTED-CNT'.
           05  FILLER  PIC X(26) VALUE '0080069(06)       9=001Z  '.
           05  FILLER  PIC X(30) VALUE 'CTR-TRL-TRANSFER-CNT'.
           05  FILLER  PIC X(26) VALUE '0140069(06)       9=001Z  '.
           05  FILLER  PIC X(30) VALUE 'CTR-TRL-SALARY-CNT'.
           05  FILLER  PIC X(26) VALUE '0200069(06)       9=001Z  '.
           05  FILLER  PIC X(30) VALUE 'CTR-TRL-NAMEADDR-CNT'.
           05  FILLER  PIC X(26) VALUE '0260069(06)       9=001Z  '.
           05  FILLER  PIC X(30) VALUE 'FILLER'.
           05  FILLER  PIC X(26) VALUE '032129X(129)      X=001Z  '.
      *    EMPMST
           05  FILLER  PIC X(30) VALUE 'EMP-KEY'.
           05  FILLER  PIC X(26) VALUE '001010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'EMP-STATUS'.
           05  FILLER  PIC X(26) VALUE '011001X(01)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'EMP-DEPT-CODE'.
           05  FILLER  PIC X(26) VALUE '012008X(08)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'EMP-NAME'.
           05  FILLER  PIC X(26) VALUE '020030X(30)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'EMP-ADDRESS'.
           05  FILLER  PIC X(26) VALUE '050040X(40)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'EMP-SALARY'.
           05  FILLER  PIC X(26) VALUE '0900099(07)V99    9 000   '.
           05  FILLER  PIC X(30) VALUE 'EMP-START-DATE'.
           05  FILLER  PIC X(26) VALUE '099008X(08)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'EMP-END-DATE'.
           05  FILLER  PIC X(26) VALUE '107008X(08)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'EMP-LAST-CHANGE-DATE'.
           05  FILLER  PIC X(26) VALUE '115008X(08)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'EMP-LAST-CHANGE-TYPE'.
           05  FILLER  PIC X(26) VALUE '123001X(01)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'FILLER'.
           05  FILLER  PIC X(26) VALUE '124027X(27)       X 000   '.
      *    EXCPREC
           05  FILLER  PIC X(30) VALUE 'EXC-RAW-DATA'.
           05  FILLER  PIC X(26) VALUE '001143X(143)      X 000   '.
           05  FILLER  PIC X(30) VALUE 'EXC-REASON-CODE'.
           05  FILLER  PIC X(26) VALUE '144004X(04)       X 000   '.
      *    INREC001
           05  FILLER  PIC X(30) VALUE 'IR-KEY'.
           05  FILLER  PIC X(26) VALUE '001010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'IR-DATE'.
           05  FILLER  PIC X(26) VALUE '011008X(08)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'IR-TS-TIME'.
           05  FILLER  PIC X(26) VALUE '019008X(08)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'IR-DEPT-CODE'.
           05  FILLER  PIC X(26) VALUE '027008X(08)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'IR-CHAR'.
           05  FILLER  PIC X(26) VALUE '035030X(30)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'IR-VARCHAR'.
           05  FILLER  PIC X(26) VALUE '065040X(40)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'IR-NUMERIC'.
           05  FILLER  PIC X(26) VALUE '1050099(07)V99    9 000   '.
           05  FILLER  PIC X(30) VALUE 'FILLER'.
           05  FILLER  PIC X(26) VALUE '114076X(76)       X 000   '.
      *    KWHIST
           05  FILLER  PIC X(30) VALUE 'KHR-RUN-DATE'.
           05  FILLER  PIC X(26) VALUE '001010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'KHR-RUN-TIME'.
           05  FILLER  PIC X(26) VALUE '011008X(08)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'KHR-KEYWORD'.
           05  FILLER  PIC X(26) VALUE '019020X(20)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'KHR-MATCH-TYPE'.
           05  FILLER  PIC X(26) VALUE '039001X(01)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'KHR-STORY-CNT'.
           05  FILLER  PIC X(26) VALUE '0400069(06)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'KHR-VOTES-TOTAL'.
           05  FILLER  PIC X(26) VALUE '0460099(09)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'KHR-RUN-MATCHED'.
           05  FILLER  PIC X(26) VALUE '0550069(06)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'FILLER'.
           05  FILLER  PIC X(26) VALUE '061020X(20)       X 000   '.
      *    MTCHWRK
           05  FILLER  PIC X(30) VALUE 'MWR-KEY'.
           05  FILLER  PIC X(26) VALUE '001008X(08)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'MWR-TITLE'.
           05  FILLER  PIC X(26) VALUE '009086X(86)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'MWR-AUTHOR'.
           05  FILLER  PIC X(26) VALUE '095015X(15)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'MWR-VOTES'.
           05  FILLER  PIC X(26) VALUE '1100069(06)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'MWR-COMMENT-CNT'.
           05  FILLER  PIC X(26) VALUE '1160069(06)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'MWR-DOMAIN'.
           05  FILLER  PIC X(26) VALUE '122030X(30)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'MWR-RANKING'.
           05  FILLER  PIC X(26) VALUE '152012S9(06)V9(06)S 000   '.
           05  FILLER  PIC X(30) VALUE 'MWR-POSTED-DATE'.
           05  FILLER  PIC X(26) VALUE '164010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'MWR-POSTED-TIME'.
           05  FILLER  PIC X(26) VALUE '174005X(05)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'MWR-POSTED-HH'.
           05  FILLER  PIC X(26) VALUE '1790029(02)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'MWR-POSTED-MM'.
           05  FILLER  PIC X(26) VALUE '1810029(02)       9 000   '.
      *    RJCFREC
           05  FILLER  PIC X(30) VALUE 'CRJ-REASON-CODE'.
           05  FILLER  PIC X(26) VALUE '001004X(04)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'IR-KEY'.
           05  FILLER  PIC X(26) VALUE '005010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'IR-DATE'.
           05  FILLER  PIC X(26) VALUE '015008X(08)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'IR-TS-TIME'.
           05  FILLER  PIC X(26) VALUE '023008X(08)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'IR-DEPT-CODE'.
           05  FILLER  PIC X(26) VALUE '031008X(08)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'IR-CHAR'.
           05  FILLER  PIC X(26) VALUE '039030X(30)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'IR-VARCHAR'.
           05  FILLER  PIC X(26) VALUE '069040X(40)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'IR-NUMERIC'.
           05  FILLER  PIC X(26) VALUE '1090099(07)V99    9 000   '.
           05  FILLER  PIC X(30) VALUE 'FILLER'.
           05  FILLER  PIC X(26) VALUE '118076X(76)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'CRJ-FIRST-REJECTED'.
           05  FILLER  PIC X(26) VALUE '194008X(08)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'CRJ-AGE-CNT'.
           05  FILLER  PIC X(26) VALUE '2020039(03)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'FILLER'.
           05  FILLER  PIC X(26) VALUE '205006X(06)       X 000   '.
      *    RUNSTAT
           05  FILLER  PIC X(30) VALUE 'RSR-RUN-DATE'.
           05  FILLER  PIC X(26) VALUE '001010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-RUN-TIME'.
           05  FILLER  PIC X(26) VALUE '011008X(08)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-STORIES-READ'.
           05  FILLER  PIC X(26) VALUE '0190069(06)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-STORIES-MATCHED'.
           05  FILLER  PIC X(26) VALUE '0250069(06)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-EXCEPTION-CNT'.
           05  FILLER  PIC X(26) VALUE '0310069(06)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-DUPLICATE-CNT'.
           05  FILLER  PIC X(26) VALUE '0370069(06)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-EXCLUDED-CNT'.
           05  FILLER  PIC X(26) VALUE '0430069(06)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-TOTAL-VOTES'.
           05  FILLER  PIC X(26) VALUE '0490099(09)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-GRAVITY-OFFSET'.
           05  FILLER  PIC X(26) VALUE '0580049(02)V99    9 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-GRAVITY-EXPONENT'.
           05  FILLER  PIC X(26) VALUE '0620039(01)V99    9 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-MIN-VOTES'.
           05  FILLER  PIC X(26) VALUE '0650069(06)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-DATE-FROM'.
           05  FILLER  PIC X(26) VALUE '071010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-DATE-TO'.
           05  FILLER  PIC X(26) VALUE '081010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-RETAIN-DAYS'.
           05  FILLER  PIC X(26) VALUE '0910039(03)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-DIGEST-COUNT'.
           05  FILLER  PIC X(26) VALUE '0940039(03)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-FEED-DATE(1)'.
           05  FILLER  PIC X(26) VALUE '097010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-FEED-SOURCE(1)'.
           05  FILLER  PIC X(26) VALUE '107015X(15)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-FEED-DATE(2)'.
           05  FILLER  PIC X(26) VALUE '122010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-FEED-SOURCE(2)'.
           05  FILLER  PIC X(26) VALUE '132015X(15)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-FEED-DATE(3)'.
           05  FILLER  PIC X(26) VALUE '147010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-FEED-SOURCE(3)'.
           05  FILLER  PIC X(26) VALUE '157015X(15)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-FEED-DATE(4)'.
           05  FILLER  PIC X(26) VALUE '172010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-FEED-SOURCE(4)'.
           05  FILLER  PIC X(26) VALUE '182015X(15)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-FEED-DATE(5)'.
           05  FILLER  PIC X(26) VALUE '197010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-FEED-SOURCE(5)'.
           05  FILLER  PIC X(26) VALUE '207015X(15)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-FEED-DATE(6)'.
           05  FILLER  PIC X(26) VALUE '222010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-FEED-SOURCE(6)'.
           05  FILLER  PIC X(26) VALUE '232015X(15)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-FEED-DATE(7)'.
           05  FILLER  PIC X(26) VALUE '247010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-FEED-SOURCE(7)'.
           05  FILLER  PIC X(26) VALUE '257015X(15)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-FEED-DATE(8)'.
           05  FILLER  PIC X(26) VALUE '272010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-FEED-SOURCE(8)'.
           05  FILLER  PIC X(26) VALUE '282015X(15)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-FEED-DATE(9)'.
           05  FILLER  PIC X(26) VALUE '297010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-FEED-SOURCE(9)'.
           05  FILLER  PIC X(26) VALUE '307015X(15)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-FEED-DATE(10)'.
           05  FILLER  PIC X(26) VALUE '322010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-FEED-SOURCE(10)'.
           05  FILLER  PIC X(26) VALUE '332015X(15)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-FEED-DATE(11)'.
           05  FILLER  PIC X(26) VALUE '347010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-FEED-SOURCE(11)'.
           05  FILLER  PIC X(26) VALUE '357015X(15)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-FEED-DATE(12)'.
           05  FILLER  PIC X(26) VALUE '372010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'RSR-FEED-SOURCE(12)'.
           05  FILLER  PIC X(26) VALUE '382015X(15)       X 000   '.
      *    SENTHST
           05  FILLER  PIC X(30) VALUE 'SHS-RECIP-ID'.
           05  FILLER  PIC X(26) VALUE '001008X(08)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'SHS-KEY'.
           05  FILLER  PIC X(26) VALUE '009008X(08)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'SHS-SENT-DATE'.
           05  FILLER  PIC X(26) VALUE '017010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'SHS-SENT-VOTES'.
           05  FILLER  PIC X(26) VALUE '0270069(06)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'SHS-UPDATE-CNT'.
           05  FILLER  PIC X(26) VALUE '0330029(02)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'FILLER'.
           05  FILLER  PIC X(26) VALUE '035006X(06)       X 000   '.
      *    STEPLOG
           05  FILLER  PIC X(30) VALUE 'SLG-PROGRAM-ID'.
           05  FILLER  PIC X(26) VALUE '001008X(08)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'SLG-RUN-DATE'.
           05  FILLER  PIC X(26) VALUE '009010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'SLG-RUN-TIME'.
           05  FILLER  PIC X(26) VALUE '019008X(08)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'SLG-RETURN-CODE'.
           05  FILLER  PIC X(26) VALUE '0270049(04)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'SLG-INPUT-LABEL'.
           05  FILLER  PIC X(26) VALUE '031016X(16)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'SLG-INPUT-CNT'.
           05  FILLER  PIC X(26) VALUE '0470099(09)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'SLG-OUTPUT-LABEL'.
           05  FILLER  PIC X(26) VALUE '056016X(16)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'SLG-OUTPUT-CNT'.
           05  FILLER  PIC X(26) VALUE '0720099(09)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'SLG-REJECT-LABEL'.
           05  FILLER  PIC X(26) VALUE '081016X(16)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'SLG-REJECT-CNT'.
           05  FILLER  PIC X(26) VALUE '0970099(09)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'FILLER'.
           05  FILLER  PIC X(26) VALUE '106015X(15)       X 000   '.
      *    STORYHST
           05  FILLER  PIC X(30) VALUE 'SHR-KEY'.
           05  FILLER  PIC X(26) VALUE '001008X(08)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'SHR-FIRST-SEEN'.
           05  FILLER  PIC X(26) VALUE '009010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'SHR-LAST-SEEN'.
           05  FILLER  PIC X(26) VALUE '019010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'SHR-LAST-VOTES'.
           05  FILLER  PIC X(26) VALUE '0290069(06)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'SHR-TITLE-SCAN'.
           05  FILLER  PIC X(26) VALUE '035086X(86)       X 000   '.
      *    STYBKUP
           05  FILLER  PIC X(30) VALUE 'SBK-RECORD-TYPE'.
           05  FILLER  PIC X(26) VALUE '001001X(01)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'SHR-KEY'.
           05  FILLER  PIC X(26) VALUE '002008X(08)       X=001D  '.
           05  FILLER  PIC X(30) VALUE 'SHR-FIRST-SEEN'.
           05  FILLER  PIC X(26) VALUE '010010X(10)       X=001D  '.
           05  FILLER  PIC X(30) VALUE 'SHR-LAST-SEEN'.
           05  FILLER  PIC X(26) VALUE '020010X(10)       X=001D  '.
           05  FILLER  PIC X(30) VALUE 'SHR-LAST-VOTES'.
           05  FILLER  PIC X(26) VALUE '0300069(06)       9=001D  '.
           05  FILLER  PIC X(30) VALUE 'SHR-TITLE-SCAN'.
           05  FILLER  PIC X(26) VALUE '036086X(86)       X=001D  '.
           05  FILLER  PIC X(30) VALUE 'SBK-TRL-RECORD-CNT'.
           05  FILLER  PIC X(26) VALUE '0020099(09)       9=001T  '.
           05  FILLER  PIC X(30) VALUE 'SBK-TRL-VOTES-TOTAL'.
           05  FILLER  PIC X(26) VALUE '0110129(12)       9=001T  '.
           05  FILLER  PIC X(30) VALUE 'SBK-TRL-AS-OF-DATE'.
           05  FILLER  PIC X(26) VALUE '023010X(10)       X=001T  '.
           05  FILLER  PIC X(30) VALUE 'SBK-TRL-UNLOAD-DATE'.
           05  FILLER  PIC X(26) VALUE '033010X(10)       X=001T  '.
           05  FILLER  PIC X(30) VALUE 'SBK-TRL-UNLOAD-TIME'.
           05  FILLER  PIC X(26) VALUE '043008X(08)       X=001T  '.
           05  FILLER  PIC X(30) VALUE 'FILLER'.
           05  FILLER  PIC X(26) VALUE '051071X(71)       X=001T  '.
      *    TERMHST
           05  FILLER  PIC X(30) VALUE 'TFH-TERM'.
           05  FILLER  PIC X(26) VALUE '001020X(20)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'TFH-LAST-RUN-DATE'.
           05  FILLER  PIC X(26) VALUE '021010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'TFH-RUNS-TRACKED'.
           05  FILLER  PIC X(26) VALUE '0310019(01)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'TFH-RUN-COUNT(1)'.
           05  FILLER  PIC X(26) VALUE '0320059(05)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'TFH-RUN-COUNT(2)'.
           05  FILLER  PIC X(26) VALUE '0370059(05)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'TFH-RUN-COUNT(3)'.
           05  FILLER  PIC X(26) VALUE '0420059(05)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'TFH-RUN-COUNT(4)'.
           05  FILLER  PIC X(26) VALUE '0470059(05)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'TFH-RUN-COUNT(5)'.
           05  FILLER  PIC X(26) VALUE '0520059(05)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'TFH-RUN-COUNT(6)'.
           05  FILLER  PIC X(26) VALUE '0570059(05)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'TFH-RUN-COUNT(7)'.
           05  FILLER  PIC X(26) VALUE '0620059(05)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'TFH-RUN-COUNT(8)'.
           05  FILLER  PIC X(26) VALUE '0670059(05)       9 000   '.
           05  FILLER  PIC X(30) VALUE 'FILLER'.
           05  FILLER  PIC X(26) VALUE '072009X(09)       X 000   '.
      *    UNRPREC
           05  FILLER  PIC X(30) VALUE 'UNR-RAW-DATA'.
           05  FILLER  PIC X(26) VALUE '001143X(143)      X 000   '.
           05  FILLER  PIC X(30) VALUE 'UNR-REASON-CODE'.
           05  FILLER  PIC X(26) VALUE '144004X(04)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'UNR-FIRST-SEEN'.
           05  FILLER  PIC X(26) VALUE '148010X(10)       X 000   '.
           05  FILLER  PIC X(30) VALUE 'UNR-CYCLE-CNT'.
           05  FILLER  PIC X(26) VALUE '1580039(03)       9 000   '.
      *    USAHCHKP
           05  FILLER  PIC X(30) VALUE 'CHK-COUNT'.
           05  FILLER  PIC X(26) VALUE '0010089(08)       9N001A  '.
           05  FILLER  PIC X(30) VALUE 'CHK-KEY'.
           05  FILLER  PIC X(26) VALUE '009010X(10)       XN001A  '.
           05  FILLER  PIC X(30) VALUE 'CHK-DEPT-CODE'.
           05  FILLER  PIC X(26) VALUE '019008X(08)       XN001A  '.
           05  FILLER  PIC X(30) VALUE 'CHK-DEPT-TOTAL'.
           05  FILLER  PIC X(26) VALUE '0270119(09)V99    9N001A  '.
           05  FILLER  PIC X(30) VALUE 'CHK-GRAND-TOTAL'.
           05  FILLER  PIC X(26) VALUE '0380119(09)V99    9N001A  '.
           05  FILLER  PIC X(30) VALUE 'CHK-DEPT-RECORD-CNT'.
           05  FILLER  PIC X(26) VALUE '0490079(07)       9N001A  '.
           05  FILLER  PIC X(30) VALUE 'CHK-BUD-LOADED-SW'.
           05  FILLER  PIC X(26) VALUE '056001X(01)       XN001A  '.
           05  FILLER  PIC X(30) VALUE 'CHK-ACTUAL-CNT'.
           05  FILLER  PIC X(26) VALUE '0570039(03)       9N001A  '.
           05  FILLER  PIC X(30) VALUE 'CHK-ACT-TYPE'.
           05  FILLER  PIC X(26) VALUE '001001X(01)       X=001A  '.
           05  FILLER  PIC X(30) VALUE 'CHK-ACT-DEPT-CODE'.
           05  FILLER  PIC X(26) VALUE '002008X(08)       X=001A  '.
           05  FILLER  PIC X(30) VALUE 'CHK-ACT-SALARY'.
           05  FILLER  PIC X(26) VALUE '0100119(09)V99    9=001A  '.
           05  FILLER  PIC X(30) VALUE 'CHK-ACT-HEADCNT'.
           05  FILLER  PIC X(26) VALUE '0210079(07)       9=001A  '.
           05  FILLER  PIC X(30) VALUE 'FILLER'.
           05  FILLER  PIC X(26) VALUE '028032X(32)       X=001A  '.
       01  DUMP-FIELD-TABLE REDEFINES DUMP-FIELD-VALUES.
           05  DFD-ENTRY                   OCCURS 209 TIMES
                                            INDEXED BY DFD-IDX.
               10  DFD-NAME                PIC X(30).
               10  DFD-START               PIC 9(03).
               10  DFD-LENGTH              PIC 9(03).
               10  DFD-PICTURE             PIC X(12).
               10  DFD-CLASS               PIC X(01).
                   88  DFD-UNSIGNED-NUMERIC          VALUE '9'.
                   88  DFD-SIGNED-NUMERIC            VALUE 'S'.
               10  DFD-VIEW-TEST           PIC X(01).
                   88  DFD-VIEW-IS-ONE-OF            VALUE '='.
                   88  DFD-VIEW-IS-NONE-OF           VALUE 'N'.
               10  DFD-VIEW-POS            PIC 9(03).
               10  DFD-VIEW-VALUES         PIC X(03).
