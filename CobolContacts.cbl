    SELECT PurgeReportFile ASSIGN TO "PURGE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT XrefReportFile ASSIGN TO "XREF.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT CampRespFile ASSIGN TO "CAMPRESP.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CampRespKey
        FILE STATUS IS WS-CampRespFileStatus.

    SELECT RetMailFile ASSIGN TO "RETMAIL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RetMailContactId
        FILE STATUS IS WS-RetMailFileStatus.

    SELECT ReturnedListFile ASSIGN TO "RETURNED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ReturnedListStatus.

    SELECT ReturnsReportFile ASSIGN TO "RETURNS.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT EmailDistFile ASSIGN TO "EMAILDIST.CSV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EmailDistFileStatus.

    SELECT BadEmailFile ASSIGN TO "BADEMAIL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BadEmailContactId
        FILE STATUS IS WS-BadEmailFileStatus.

    SELECT BounceFile ASSIGN TO "BOUNCES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BounceFileStatus.

    SELECT BounceReportFile ASSIGN TO "BOUNCE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT QualityReportFile ASSIGN TO "QUALITY.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT QualHistFile ASSIGN TO "QUALHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QualHistFileStatus.

    SELECT RelationFile ASSIGN TO "RELATION.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RelKey
        ALTERNATE RECORD KEY IS RelToId WITH DUPLICATES
        FILE STATUS IS WS-RelationFileStatus.

    SELECT ArchRelFile ASSIGN TO "ARCHREL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ArchRelKey
        ALTERNATE RECORD KEY IS ArchRelToId WITH DUPLICATES
        FILE STATUS IS WS-ArchRelFileStatus.

    SELECT ReferralReportFile ASSIGN TO "REFERRAL.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OwnerFile ASSIGN TO "OWNER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OwnerContactId
        ALTERNATE RECORD KEY IS OwnerOperatorId WITH DUPLICATES
        FILE STATUS IS WS-OwnerFileStatus.

    SELECT HandoverReportFile ASSIGN TO "HANDOVER.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HandoverFileStatus.

    SELECT BatchHistFile ASSIGN TO "BATCHHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BatchHistFileStatus.

    SELECT BatchHistReportFile ASSIGN TO "BATCHHIST.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ZipRefFile ASSIGN TO "ZIPREF.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ZipRefZip
        FILE STATUS IS WS-ZipRefFileStatus.

    SELECT ZipListFile ASSIGN TO "ZIPLIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ZipListFileStatus.

    SELECT ZipFixFile ASSIGN TO "ZIPFIX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ZipFixContactId
        FILE STATUS IS WS-ZipFixFileStatus.

    SELECT ZipCheckReportFile ASSIGN TO "ZIPCHECK.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ContactsFilePrior ASSIGN TO "CONTACTS.DAT.PRIOR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ContactIdPrior
        ALTERNATE RECORD KEY IS FullnamePrior WITH DUPLICATES
        ALTERNATE RECORD KEY IS LastNamePrior WITH DUPLICATES
        ALTERNATE RECORD KEY IS EmailPrior WITH DUPLICATES
        FILE STATUS IS WS-ContactsFilePriorStatus.

    SELECT PriorStampFile ASSIGN TO "PRIORSTAMP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PriorStampFileStatus.

    SELECT AuditCheckReportFile ASSIGN TO "AUDITCHK.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT AuditSortFile ASSIGN TO "AUDSORT".

    SELECT AcctCustFile ASSIGN TO "ACCTCUST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AcctCustFileStatus.

    SELECT AcctRecReportFile ASSIGN TO "ACCTREC.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT AcctSortFile ASSIGN TO "ACCTSORT".

DATA DIVISION.

FILE SECTION.
FD PurgeReportFile.
01 PurgeReportLine                      PIC X(80).

FD XrefReportFile.
01 XrefReportLine                       PIC X(80).

FD CampRespFile.
01 CampRespRecord.
    02 CampRespKey.
        03 RespCampaignId               PIC 9(6).
        03 RespContactId                PIC 9(6).
    02 RespOutcome                      PIC X.
    02 RespDate                         PIC X(8).
    02 RespOperator                     PIC X(32).

FD RetMailFile.
01 RetMailRecord.
    02 RetMailContactId                 PIC 9(6).
    02 RetMailCampaignId                PIC 9(6).
    02 RetMailDate                      PIC X(8).
    02 RetMailAddress                   PIC X(72).

FD ReturnedListFile.
01 ReturnedListLine                     PIC X(80).

FD ReturnsReportFile.
01 ReturnsReportLine                    PIC X(80).

FD EmailDistFile.
01 EmailDistLine                        PIC X(160).

FD BadEmailFile.
01 BadEmailRecord.
    02 BadEmailContactId                PIC 9(6).
    02 BadEmailAddress                  PIC X(40).
    02 BadEmailDate                     PIC X(8).
    02 BadEmailReason                   PIC X(30).

FD BounceFile.
01 BounceLine                           PIC X(120).

FD BounceReportFile.
01 BounceReportLine                     PIC X(80).

FD QualityReportFile.
01 QualityReportLine                    PIC X(80).

FD QualHistFile.
01 QualHistRecord.
    02 QualHistStamp                    PIC X(14).
    02 QualHistTotal                    PIC 9(6).
    02 QualHistAvgScore                 PIC 9(3).
    02 QualHistCount OCCURS 6 TIMES     PIC 9(6).

FD RelationFile.
01 RelationRecord.
    02 RelKey.
        03 RelFromId                    PIC 9(6).
        03 RelToId                      PIC 9(6).
    02 RelType                          PIC X.
    02 RelStartDate                     PIC X(8).

FD ArchRelFile.
01 ArchRelRecord.
    02 ArchRelKey.
        03 ArchRelFromId                PIC 9(6).
        03 ArchRelToId                  PIC 9(6).
    02 ArchRelType                      PIC X.
    02 ArchRelStartDate                 PIC X(8).

FD ReferralReportFile.
01 ReferralReportLine                   PIC X(80).

FD OwnerFile.
01 OwnerRecord.
    02 OwnerContactId                   PIC 9(6).
    02 OwnerOperatorId                  PIC X(32).
    02 OwnerAssignedDate                PIC X(8).

FD HandoverReportFile.
01 HandoverReportLine                   PIC X(80).

FD BatchHistFile.
01 BatchHistRecord.
    02 BatchHistRunStamp                PIC X(14).
    02 BatchHistRecType                 PIC X.
    02 BatchHistStep                    PIC 9(3).
    02 BatchHistFunction                PIC X(10).
    02 BatchHistStartStamp              PIC X(14).
    02 BatchHistEndStamp                PIC X(14).
    02 BatchHistReturnCode              PIC 9(4).
    02 BatchHistCount OCCURS 4 TIMES    PIC 9(8).
    02 BatchHistAnomaly                 PIC X.
    02 BatchHistStartedBy               PIC X(32).

FD BatchHistReportFile.
01 BatchHistReportLine                  PIC X(80).

FD ZipRefFile.
01 ZipRefRecord.
    02 ZipRefZip                        PIC X(5).
    02 ZipRefCity                       PIC X(20).
    02 ZipRefState                      PIC X(2).

FD ZipListFile.
01 ZipListLine                          PIC X(80).

FD ZipFixFile.
01 ZipFixRecord.
    02 ZipFixContactId                  PIC 9(6).
    02 ZipFixDate                       PIC X(8).
    02 ZipFixAddress                    PIC X(72).
    02 ZipFixReason                     PIC X(60).

FD ZipCheckReportFile.
01 ZipCheckReportLine                   PIC X(80).

FD ContactsFilePrior.
01 ContactPrior.
    02 ContactIdPrior                   PIC 9(6).
    02 FullnamePrior.
        03 FirstNamePrior               PIC X(24).
        03 LastNamePrior                PIC X(24).
    02 PhonePrior                       PIC X(20).
    02 EmailPrior                       PIC X(40).
    02 MailingAddressPrior.
        03 AddressStreetPrior           PIC X(40).
        03 AddressCityPrior             PIC X(20).
        03 AddressStatePrior            PIC X(2).
        03 AddressZipPrior              PIC X(10).
    02 CategoryPrior                    PIC X(10).
    02 FollowUpDatePrior                PIC X(8).
    02 LastContactedDatePrior           PIC X(8).
    02 ContactCompanyIdPrior            PIC 9(6).
    02 NoMailFlagPrior                  PIC X.
    02 NoCallFlagPrior                  PIC X.
    02 NoEmailFlagPrior                 PIC X.
    02 ConsentReasonPrior               PIC X(40).
    02 ConsentDatePrior                 PIC X(8).

FD PriorStampFile.
01 PriorStampRecord.
    02 PriorStampTaken                  PIC X(14).

FD AuditCheckReportFile.
01 AuditCheckReportLine                 PIC X(80).

SD AuditSortFile.
01 AuditSortRec.
    02 AudSortId                        PIC 9(6).
    02 AudSortStamp                     PIC X(14).
    02 AudSortSeq                       PIC 9(8).
    02 AudSortAction                    PIC X(10).
    02 AudSortImage                     PIC X(270).

FD AcctCustFile.
01 AcctCustRecord.
    02 AcctCustAccountNo                PIC X(20).
    02 AcctCustName                     PIC X(40).
    02 AcctCustPhone                    PIC X(20).
    02 AcctCustAddress                  PIC X(60).
    02 AcctCustStatus                   PIC X.

FD AcctRecReportFile.
01 AcctRecReportLine                    PIC X(80).

SD AcctSortFile.
01 AcctSortRec.
    02 AcctSortAccount                  PIC X(20).
    02 AcctSortSource                   PIC X.
    02 AcctSortCompanyId                PIC 9(6).
    02 AcctSortName                     PIC X(40).
    02 AcctSortPhone                    PIC X(20).
    02 AcctSortAddress                  PIC X(60).
    02 AcctSortStatus                   PIC X.

SD PresortSortFile.
01 PresortRec.
    02 SortZip                          PIC X(10).
    02 SortStreet                       PIC X(42).
    02 SortCityLine                     PIC X(42).
    02 SortAddrLine                     PIC X(80).
    02 SortHouseKey                     PIC X(45).
    02 SortFirst                        PIC X(24).
    02 SortLast                         PIC X(24).
    02 SortCompany                      PIC X(40).

WORKING-STORAGE SECTION.
01  INDICATORS.
    05 WS-EOF                           PIC XXX         VALUE "YES".
    05 WS-ApplicationArea               PIC 99.
    05 WS-Page                          PIC 9(10)       VALUE 1.
    05 WS-SortedRepositioned            PIC XXX         VALUE "NO".
    05 WS-ContactsCount                 PIC 9(10)       VALUE 0.
01  FILE-STATUSES.
    05 WS-ContactsFileStatus            PIC XX          VALUE SPACES.
    05 WS-IcsFileStatus                 PIC XX          VALUE SPACES.
    05 WS-ArchiveFileStatus             PIC XX          VALUE SPACES.
    05 WS-ArchNotesFileStatus           PIC XX          VALUE SPACES.
    05 WS-CampRespFileStatus            PIC XX          VALUE SPACES.
    05 WS-RetMailFileStatus             PIC XX          VALUE SPACES.
    05 WS-ReturnedListStatus            PIC XX          VALUE SPACES.
    05 WS-EmailDistFileStatus           PIC XX          VALUE SPACES.
    05 WS-BadEmailFileStatus            PIC XX          VALUE SPACES.
    05 WS-BounceFileStatus              PIC XX          VALUE SPACES.
    05 WS-QualHistFileStatus            PIC XX          VALUE SPACES.
    05 WS-RelationFileStatus            PIC XX          VALUE SPACES.
    05 WS-ArchRelFileStatus             PIC XX          VALUE SPACES.
    05 WS-OwnerFileStatus               PIC XX          VALUE SPACES.
    05 WS-HandoverFileStatus            PIC XX          VALUE SPACES.
    05 WS-BatchHistFileStatus           PIC XX          VALUE SPACES.
    05 WS-ZipRefFileStatus              PIC XX          VALUE SPACES.
    05 WS-ZipListFileStatus             PIC XX          VALUE SPACES.
    05 WS-ZipFixFileStatus              PIC XX          VALUE SPACES.
    05 WS-ContactsFilePriorStatus       PIC XX          VALUE SPACES.
    05 WS-PriorStampFileStatus          PIC XX          VALUE SPACES.
    05 WS-AcctCustFileStatus            PIC XX          VALUE SPACES.
01  RESPONSE.
    05 RESPONSE-IN-WS                   PIC X           VALUE "C".
01  CONTACT-ID-WORK.
    05 WS-CurrentDateTime               PIC X(21).
    05 WS-AuditAction                   PIC X(10).
    05 WS-AuditContactId                PIC 9(6).
    05 WS-AuditCompanyId                PIC 9(6).
    05 WS-AuditBeforeName               PIC X(270).
    05 WS-AuditAfterName                PIC X(270).
01  AUDIT-IMAGE-WORK.
    05 WS-MailZip                       PIC X(10)       VALUE SPACES.
    05 WS-MailCityLine                  PIC X(42)       VALUE SPACES.
    05 WS-MailAddrLine                  PIC X(80)       VALUE SPACES.
    05 WS-MailCompany                   PIC X(40)       VALUE SPACES.
01  AUDIT-SCAN-WORK.
    05 WS-AuditLogName                  PIC X(40)       VALUE "AUDIT.LOG".
    05 WS-AuditLineOk                   PIC XXX         VALUE "NO".
    05 WS-JobStepCountEdit              PIC Z(3)9.
    05 WS-JobWorstCode                  PIC 9(4)        VALUE 0.
    05 WS-JobStepFunc                   PIC X(20)       VALUE SPACES.
    05 WS-JobScanWord                   PIC X(20)       VALUE SPACES.
    05 WS-JobStepCondRaw                PIC X(20)       VALUE SPACES.
    05 WS-JobStepCond                   PIC 9(4)        VALUE 0.
    05 WS-JobCodeEdit                   PIC Z(3)9.
        10 WS-Zip3Entry OCCURS 200 TIMES.
            15 WS-Zip3Prefix            PIC X(3).
            15 WS-Zip3Pieces            PIC 9(6).
01  HOUSEHOLD-WORK.
    05 WS-HouseholdFlag                 PIC X           VALUE "N".
    05 WS-HouseholdSaved                PIC 9(6)        VALUE 0.
    05 WS-HouseholdSavedEdit            PIC Z(5)9.
    05 WS-HhKey                         PIC X(45)       VALUE SPACES.
    05 WS-HhCurrentKey                  PIC X(45)       VALUE SPACES.
    05 WS-HhStreetWork                  PIC X(40)       VALUE SPACES.
    05 WS-HhStreetNorm                  PIC X(40)       VALUE SPACES.
    05 WS-HhWord                        PIC X(40)       VALUE SPACES.
    05 WS-HhPtr                         PIC 9(3)        VALUE 0.
    05 WS-HhOutPtr                      PIC 9(3)        VALUE 0.
    05 WS-HhCount                       PIC 9(4)        VALUE 0.
    05 WS-HhFirst1                      PIC X(24)       VALUE SPACES.
    05 WS-HhLast1                       PIC X(24)       VALUE SPACES.
    05 WS-HhFirst2                      PIC X(24)       VALUE SPACES.
    05 WS-HhLast2                       PIC X(24)       VALUE SPACES.
    05 WS-HhSameLast                    PIC XXX         VALUE "NO".
    05 WS-HhCompany                     PIC X(40)       VALUE SPACES.
    05 WS-HhAllCompany                  PIC XXX         VALUE "NO".
    05 WS-PieceName                     PIC X(42)       VALUE SPACES.
    05 WS-PieceStreet                   PIC X(42)       VALUE SPACES.
    05 WS-PieceCityLine                 PIC X(42)       VALUE SPACES.
    05 WS-PieceAddrLine                 PIC X(80)       VALUE SPACES.
    05 WS-PieceZip                      PIC X(10)       VALUE SPACES.
01  FIXUP-WORK.
    05 WS-FixupCount                    PIC 9(6)        VALUE 0.
    05 WS-FixupBeforeImage              PIC X(270)      VALUE SPACES.
    05 WS-FixupBeforeAddress            PIC X(72)       VALUE SPACES.
01  CAMPAIGN-WORK.
    05 WS-CampaignDesc                  PIC X(40)       VALUE SPACES.
    05 WS-SkipDays                      PIC 9(3)        VALUE 0.
    05 WS-NextCampaignId                PIC 9(6)        VALUE 0.
    05 WS-CampaignEOF                   PIC XXX         VALUE "YES".
    05 WS-CampaignsAvailable            PIC XXX         VALUE "NO".
    05 WS-CampaignIsEmail               PIC XXX         VALUE "NO".
    05 WS-EmailDescWork                 PIC X(40)       VALUE SPACES.
    05 WS-MembersAvailable              PIC XXX         VALUE "NO".
    05 WS-MemberSeekId                  PIC 9(6)        VALUE 0.
    05 WS-LastMailedDate                PIC X(8)        VALUE SPACES.
    05 WS-RecapCount                    PIC 9(6)        VALUE 0.
    05 WS-RecapCountEdit                PIC Z(5)9.
    05 WS-MailSkip                      PIC XXX         VALUE "NO".
    05 WS-MailReturned                  PIC XXX         VALUE "NO".
    05 WS-RetMailAvailable              PIC XXX         VALUE "NO".
    05 WS-SkippedReturned               PIC 9(6)        VALUE 0.
01  CAMPAIGN-RESPONSE-WORK.
    05 WS-RespCampaignId                PIC 9(6)        VALUE 0.
    05 WS-RespContactId                 PIC 9(6)        VALUE 0.
    05 WS-RespOutcome                   PIC X           VALUE SPACE.
    05 WS-RespDate                      PIC X(8)        VALUE SPACES.
    05 WS-RespOk                        PIC XXX         VALUE "NO".
    05 WS-RespMessage                   PIC X(60)       VALUE SPACES.
    05 WS-RespMemberFound               PIC XXX         VALUE "NO".
    05 WS-RespContactFound              PIC XXX         VALUE "NO".
    05 WS-RespAvailable                 PIC XXX         VALUE "NO".
    05 WS-RespFoundOutcome              PIC X           VALUE SPACE.
    05 WS-RespOutcomeText               PIC X(20)       VALUE SPACES.
    05 WS-RespLatestDate                PIC X(8)        VALUE SPACES.
    05 WS-ReturnsEOF                    PIC XXX         VALUE "YES".
    05 WS-ReturnsOpenOk                 PIC XXX         VALUE "NO".
    05 WS-ReturnsRaw1                   PIC X(20)       VALUE SPACES.
    05 WS-ReturnsRaw2                   PIC X(20)       VALUE SPACES.
    05 WS-ReturnsRaw3                   PIC X(20)       VALUE SPACES.
    05 WS-ReturnsLineNum                PIC 9(6)        VALUE 0.
    05 WS-ReturnsLoaded                 PIC 9(6)        VALUE 0.
    05 WS-ReturnsRejected               PIC 9(6)        VALUE 0.
    05 WS-ReturnsEdit                   PIC Z(5)9.
    05 WS-RecapResponded                PIC 9(6)        VALUE 0.
    05 WS-RecapReturned                 PIC 9(6)        VALUE 0.
    05 WS-RecapOptedOut                 PIC 9(6)        VALUE 0.
    05 WS-RecapCatUsed                  PIC 9(4)        VALUE 0.
    05 WS-RecapCatIx                    PIC 9(4)        VALUE 0.
    05 WS-RecapCatFoundIx               PIC 9(4)        VALUE 0.
    05 WS-RecapCatSeek                  PIC X(10)       VALUE SPACES.
    05 WS-RecapCatTable.
        10 WS-RecapCatEntry OCCURS 100 TIMES.
            15 WS-RecapCatName          PIC X(10).
            15 WS-RecapCatMailed        PIC 9(6).
            15 WS-RecapCatResponded     PIC 9(6).
            15 WS-RecapCatReturned      PIC 9(6).
            15 WS-RecapCatOptedOut      PIC 9(6).
    05 WS-RecapCatLine.
        10 FILLER                       PIC XX          VALUE SPACES.
        10 WS-RecapCatLineName          PIC X(10).
        10 FILLER                       PIC XX          VALUE SPACES.
        10 WS-RecapCatLineMailed        PIC Z(5)9.
        10 FILLER                       PIC X(5)        VALUE SPACES.
        10 WS-RecapCatLineResponded     PIC Z(5)9.
        10 FILLER                       PIC X(4)        VALUE SPACES.
        10 WS-RecapCatLineReturned      PIC Z(5)9.
        10 FILLER                       PIC X(5)        VALUE SPACES.
        10 WS-RecapCatLineOptedOut      PIC Z(5)9.
01  CONSENT-WORK.
    05 WS-ConsentContactId              PIC 9(6)        VALUE 0.
    05 WS-ConsentName                   PIC X(49)       VALUE SPACES.
    05 WS-EntryEmail                    PIC X(40).
    05 WS-EntryCategory                 PIC X(10).
    05 WS-EntryCompanyId                PIC 9(6)        VALUE 0.
    05 WS-EntryCity                     PIC X(20).
    05 WS-EntryState                    PIC X(2).
    05 WS-EntryZip                      PIC X(10).
    05 WS-EmailAtCount                  PIC 9(4)        VALUE 0.
    05 WS-EmailDotAfter                 PIC 9(4)        VALUE 0.
    05 WS-PhoneDigits                   PIC X(20).
    05 WS-CategoryFilter                PIC X(10)       VALUE SPACES.
    05 WS-CategoryFilterUpper           PIC X(10)       VALUE SPACES.
    05 WS-MatchTotal                    PIC 9(10)       VALUE 0.
01  XREF-WORK.
    05 WS-XrefApply                     PIC XXX         VALUE "NO".
    05 WS-XrefEOF                       PIC XXX         VALUE "YES".
    05 WS-XrefContactFound              PIC XXX         VALUE "NO".
    05 WS-XrefLastNoteId                PIC 9(6)        VALUE 0.
    05 WS-XrefLastNoteFound             PIC XXX         VALUE "NO".
    05 WS-XrefReason                    PIC X(30)       VALUE SPACES.
    05 WS-XrefLockCutoff                PIC X(14)       VALUE SPACES.
    05 WS-XrefOrphanNotes               PIC 9(6)        VALUE 0.
    05 WS-XrefOrphanMembers             PIC 9(6)        VALUE 0.
    05 WS-XrefDeadLinks                 PIC 9(6)        VALUE 0.
    05 WS-XrefStaleLocks                PIC 9(6)        VALUE 0.
    05 WS-XrefUnusedCategories          PIC 9(6)        VALUE 0.
    05 WS-XrefExceptions                PIC 9(6)        VALUE 0.
    05 WS-XrefCountEdit                 PIC Z(5)9.
    05 WS-XrefCatUsed                   PIC 9(4)        VALUE 0.
    05 WS-XrefCatIx                     PIC 9(4)        VALUE 0.
    05 WS-XrefCatFoundIx                PIC 9(4)        VALUE 0.
    05 WS-XrefCatSeek                   PIC X(10)       VALUE SPACES.
    05 WS-XrefCatOverflow               PIC XXX         VALUE "NO".
    05 WS-XrefCatTable.
        10 WS-XrefCatName OCCURS 500 TIMES
                                        PIC X(10).
01  EMAIL-RUN-WORK.
    05 WS-EmailCompanyFilter            PIC 9(6)        VALUE 0.
    05 WS-EmailRunCount                 PIC 9(6)        VALUE 0.
    05 WS-EmailExcluded                 PIC 9(6)        VALUE 0.
    05 WS-EmailOpenOk                   PIC XXX         VALUE "NO".
    05 WS-EmailSelected                 PIC XXX         VALUE "NO".
    05 WS-EmailBad                      PIC XXX         VALUE "NO".
    05 WS-BadEmailAvailable             PIC XXX         VALUE "NO".
    05 WS-EmailCompanyName              PIC X(40)       VALUE SPACES.
    05 WS-BounceOpenOk                  PIC XXX         VALUE "NO".
    05 WS-BounceEOF                     PIC XXX         VALUE "YES".
    05 WS-BounceRaw1                    PIC X(60)       VALUE SPACES.
    05 WS-BounceRaw2                    PIC X(60)       VALUE SPACES.
    05 WS-BounceEmailUpper              PIC X(40)       VALUE SPACES.
    05 WS-BounceRead                    PIC 9(6)        VALUE 0.
    05 WS-BounceIgnored                 PIC 9(6)        VALUE 0.
    05 WS-BounceMarked                  PIC 9(6)        VALUE 0.
    05 WS-BounceUnmatched               PIC 9(6)        VALUE 0.
    05 WS-BounceEdit                    PIC Z(5)9.
    05 WS-BounceUsed                    PIC 9(4)        VALUE 0.
    05 WS-BounceIx                      PIC 9(4)        VALUE 0.
    05 WS-BounceFoundIx                 PIC 9(4)        VALUE 0.
    05 WS-BounceOverflow                PIC XXX         VALUE "NO".
    05 WS-BounceTable.
        10 WS-BounceEntry OCCURS 2000 TIMES.
            15 WS-BounceEmail           PIC X(40).
            15 WS-BounceReason          PIC X(30).
            15 WS-BounceMatched         PIC X.
01  QUALITY-WORK.
    05 WS-QualStaleDays                 PIC 9(4)        VALUE 365.
    05 WS-QualCutoffDate                PIC X(8)        VALUE SPACES.
    05 WS-QualCutoff9                   PIC 9(8)        VALUE 0.
    05 WS-QualStamp                     PIC X(14)       VALUE SPACES.
    05 WS-QualEOF                       PIC XXX         VALUE "NO".
    05 WS-QualTotal                     PIC 9(6)        VALUE 0.
    05 WS-QualScoreSum                  PIC 9(9)        VALUE 0.
    05 WS-QualAvgScore                  PIC 9(3)        VALUE 0.
    05 WS-QualIssues                    PIC 9           VALUE 0.
    05 WS-QualScore                     PIC 9(3)        VALUE 0.
    05 WS-QualMx                        PIC 9           VALUE 0.
    05 WS-QualIssueText                 PIC X(50)       VALUE SPACES.
    05 WS-QualIssuePtr                  PIC 9(3)        VALUE 0.
    05 WS-QualWorse                     PIC 9           VALUE 0.
    05 WS-QualPrevFound                 PIC XXX         VALUE "NO".
    05 WS-QualPrevStamp                 PIC X(14)       VALUE SPACES.
    05 WS-QualPrevTotal                 PIC 9(6)        VALUE 0.
    05 WS-QualPrevAvgScore              PIC 9(3)        VALUE 0.
    05 WS-QualPct                       PIC 9(3)V9      VALUE 0.
    05 WS-QualPrevPct                   PIC 9(3)V9      VALUE 0.
    05 WS-QualPctEdit                   PIC ZZ9.9.
    05 WS-QualPrevPctEdit               PIC ZZ9.9.
    05 WS-QualCountEdit                 PIC Z(5)9.
    05 WS-QualScoreEdit                 PIC ZZ9.
    05 WS-QualTrend                     PIC X(6)        VALUE SPACES.
    05 WS-QualMeasures.
        10 WS-QualMeasure OCCURS 6 TIMES.
            15 WS-QualMeasureName       PIC X(26).
            15 WS-QualMeasureCode       PIC X(8).
            15 WS-QualFail              PIC X.
            15 WS-QualCount             PIC 9(6).
            15 WS-QualPrevCount         PIC 9(6).
    05 WS-QualBucketSeek                PIC X(32)       VALUE SPACES.
    05 WS-QualCatUsed                   PIC 9(4)        VALUE 0.
    05 WS-QualCatIx                     PIC 9(4)        VALUE 0.
    05 WS-QualCatFoundIx                PIC 9(4)        VALUE 0.
    05 WS-QualCatTable.
        10 WS-QualCatEntry OCCURS 100 TIMES.
            15 WS-QualCatName           PIC X(10).
            15 WS-QualCatContacts       PIC 9(6).
            15 WS-QualCatScoreSum       PIC 9(9).
            15 WS-QualCatFails OCCURS 6 TIMES
                                        PIC 9(6).
    05 WS-QualOperUsed                  PIC 9(4)        VALUE 0.
    05 WS-QualOperIx                    PIC 9(4)        VALUE 0.
    05 WS-QualOperFoundIx               PIC 9(4)        VALUE 0.
    05 WS-QualOperTable.
        10 WS-QualOperEntry OCCURS 50 TIMES.
            15 WS-QualOperName          PIC X(32).
            15 WS-QualOperContacts      PIC 9(6).
            15 WS-QualOperScoreSum      PIC 9(9).
            15 WS-QualOperFails OCCURS 6 TIMES
                                        PIC 9(6).
    05 WS-QualOwnerUsed                 PIC 9(4)        VALUE 0.
    05 WS-QualOwnerIx                   PIC 9(4)        VALUE 0.
    05 WS-QualOwnerFoundIx              PIC 9(4)        VALUE 0.
    05 WS-QualOwnerSeekId               PIC 9(6)        VALUE 0.
    05 WS-QualOwnerOverflow             PIC XXX         VALUE "NO".
    05 WS-QualOwnerTable.
        10 WS-QualOwnerEntry OCCURS 5000 TIMES.
            15 WS-QualOwnerId           PIC 9(6).
            15 WS-QualOwnerName         PIC X(32).
    05 WS-QualWorstUsed                 PIC 9(4)        VALUE 0.
    05 WS-QualWorstIx                   PIC 9(4)        VALUE 0.
    05 WS-QualWorstMinIx                PIC 9(4)        VALUE 0.
    05 WS-QualWorstLevel                PIC 9           VALUE 0.
    05 WS-QualWorstTable.
        10 WS-QualWorstEntry OCCURS 25 TIMES.
            15 WS-QualWorstId           PIC 9(6).
            15 WS-QualWorstName         PIC X(30).
            15 WS-QualWorstIssues       PIC 9.
            15 WS-QualWorstText         PIC X(50).
    05 WS-QualBucketLine.
        10 FILLER                       PIC X(2)        VALUE SPACES.
        10 WS-QualLineName              PIC X(16).
        10 WS-QualLineContacts          PIC Z(5)9.
        10 WS-QualLineFail OCCURS 6 TIMES
                                        PIC Z(5)9.
        10 FILLER                       PIC X(2)        VALUE SPACES.
        10 WS-QualLineAvg               PIC ZZ9.
        10 FILLER                       PIC X           VALUE "%".
    05 WS-QualMeasureLine.
        10 FILLER                       PIC X(2)        VALUE SPACES.
        10 WS-QualMLineName             PIC X(26).
        10 WS-QualMLineCount            PIC Z(5)9.
        10 FILLER                       PIC X(2)        VALUE SPACES.
        10 WS-QualMLinePct              PIC ZZ9.9.
        10 FILLER                       PIC X(3)        VALUE "%  ".
        10 WS-QualMLinePrevPct          PIC X(6).
        10 FILLER                       PIC X(3)        VALUE SPACES.
        10 WS-QualMLineTrend            PIC X(6).
    05 WS-QualWorstLine.
        10 FILLER                       PIC X(2)        VALUE SPACES.
        10 WS-QualWLineId               PIC 9(6).
        10 FILLER                       PIC X(2)        VALUE SPACES.
        10 WS-QualWLineName             PIC X(24).
        10 WS-QualWLineIssues           PIC Z9.
        10 FILLER                       PIC X(2)        VALUE SPACES.
        10 WS-QualWLineText             PIC X(42).
01  RELATION-WORK.
    05 WS-RelSeekId                     PIC 9(6)        VALUE 0.
    05 WS-RelEditMode                   PIC XXX         VALUE "NO".
    05 WS-RelContactsOpen               PIC XXX         VALUE "NO".
    05 WS-RelEOF                        PIC XXX         VALUE "NO".
    05 WS-RelUsed                       PIC 9(3)        VALUE 0.
    05 WS-RelIx                         PIC 9(3)        VALUE 0.
    05 WS-RelOverflow                   PIC XXX         VALUE "NO".
    05 WS-RelSurvivorId                 PIC 9(6)        VALUE 0.
    05 WS-RelOtherName                  PIC X(49)       VALUE SPACES.
    05 WS-RelShowText                   PIC X(16)       VALUE SPACES.
    05 WS-RelShowOtherId                PIC 9(6)        VALUE 0.
    05 WS-RelShowStart                  PIC X(8)        VALUE SPACES.
    05 WS-RelEntryOtherId               PIC 9(6)        VALUE 0.
    05 WS-RelEntryType                  PIC X           VALUE SPACES.
    05 WS-RelEntryStart                 PIC X(8)        VALUE SPACES.
    05 WS-RelMessage                    PIC X(60)       VALUE SPACES.
    05 WS-RelOk                         PIC XXX         VALUE "NO".
    05 WS-RelTable.
        10 WS-RelEntry OCCURS 100 TIMES.
            15 WS-RelEntryFrom          PIC 9(6).
            15 WS-RelEntryTo            PIC 9(6).
            15 WS-RelEntryOther         PIC 9(6).
            15 WS-RelEntryDir           PIC X.
            15 WS-RelEntryTypeCode      PIC X.
            15 WS-RelEntryDate          PIC X(8).
    05 WS-RefUsed                       PIC 9(4)        VALUE 0.
    05 WS-RefIx                         PIC 9(4)        VALUE 0.
    05 WS-RefScanIx                     PIC 9(4)        VALUE 0.
    05 WS-RefOverflow                   PIC XXX         VALUE "NO".
    05 WS-RefFirst                      PIC XXX         VALUE "NO".
    05 WS-RefRootId                     PIC 9(6)        VALUE 0.
    05 WS-RefCurrentId                  PIC 9(6)        VALUE 0.
    05 WS-RefDirect                     PIC 9(4)        VALUE 0.
    05 WS-RefReached                    PIC 9(4)        VALUE 0.
    05 WS-RefIndirect                   PIC 9(4)        VALUE 0.
    05 WS-RefReferrers                  PIC 9(4)        VALUE 0.
    05 WS-RefQueueHead                  PIC 9(4)        VALUE 0.
    05 WS-RefQueueTail                  PIC 9(4)        VALUE 0.
    05 WS-RefQueueIx                    PIC 9(4)        VALUE 0.
    05 WS-RefQueued                     PIC XXX         VALUE "NO".
    05 WS-RefCountEdit                  PIC Z(3)9.
    05 WS-RefCountEdit2                 PIC Z(3)9.
    05 WS-RefTable.
        10 WS-RefEntry OCCURS 2000 TIMES.
            15 WS-RefReferred           PIC 9(6).
            15 WS-RefReferrer           PIC 9(6).
            15 WS-RefStart              PIC X(8).
            15 WS-RefSeen               PIC X.
    05 WS-RefQueueTable.
        10 WS-RefQueueId OCCURS 2000 TIMES
                                        PIC 9(6).
01  OWNER-WORK.
    05 WS-OwnerSeekId                   PIC 9(6)        VALUE 0.
    05 WS-OwnerSurvivorId               PIC 9(6)        VALUE 0.
    05 WS-OwnerName                     PIC X(32)       VALUE SPACES.
    05 WS-OwnerFound                    PIC XXX         VALUE "NO".
    05 WS-OwnerAvailable                PIC XXX         VALUE "NO".
    05 WS-OwnerNewId                    PIC X(32)       VALUE SPACES.
    05 WS-OwnerCheckId                  PIC X(32)       VALUE SPACES.
    05 WS-OwnerCheckActive              PIC XXX         VALUE "NO".
    05 WS-OwnerCachedId                 PIC X(32)       VALUE SPACES.
    05 WS-OwnerCachedActive             PIC XXX         VALUE "NO".
    05 WS-OwnerEOF                      PIC XXX         VALUE "NO".
    05 WS-OwnerOk                       PIC XXX         VALUE "NO".
    05 WS-OwnerMessage                  PIC X(60)       VALUE SPACES.
    05 WS-OwnerDefaultId                PIC X(32)       VALUE SPACES.
    05 WS-OwnerSeeded                   PIC 9(6)        VALUE 0.
    05 WS-OwnerUnassigned               PIC 9(6)        VALUE 0.
    05 WS-MyOwned                       PIC 9(6)        VALUE 0.
    05 WS-MyDueCount                    PIC 9(6)        VALUE 0.
    05 WS-MyNoteCount                   PIC 9(6)        VALUE 0.
    05 WS-MyNoteCutoff                  PIC X(8)        VALUE SPACES.
    05 WS-MyCutoff9                     PIC 9(8)        VALUE 0.
    05 WS-MyNotesAvail                  PIC XXX         VALUE "NO".
    05 WS-MyIx                          PIC 9           VALUE 0.
    05 WS-MyPickIx                      PIC 9           VALUE 0.
    05 WS-MyDueTable.
        10 WS-MyDueEntry OCCURS 5 TIMES.
            15 WS-MyDueDate             PIC X(8).
            15 WS-MyDueLine             PIC X(78).
    05 WS-MyNoteTable.
        10 WS-MyNoteEntry OCCURS 3 TIMES.
            15 WS-MyNoteDate            PIC X(8).
            15 WS-MyNoteLine            PIC X(78).
    05 WS-ReasFromId                    PIC X(32)       VALUE SPACES.
    05 WS-ReasDefaultId                 PIC X(32)       VALUE SPACES.
    05 WS-ReasTargetId                  PIC X(32)       VALUE SPACES.
    05 WS-ReasOk                        PIC XXX         VALUE "NO".
    05 WS-ReasAppend                    PIC XXX         VALUE "NO".
    05 WS-ReasMessage                   PIC X(60)       VALUE SPACES.
    05 WS-ReasOwned                     PIC 9(6)        VALUE 0.
    05 WS-ReasMoved                     PIC 9(6)        VALUE 0.
    05 WS-ReasLeft                      PIC 9(6)        VALUE 0.
    05 WS-ReasDue                       PIC 9(6)        VALUE 0.
    05 WS-ReasOverflow                  PIC XXX         VALUE "NO".
    05 WS-ReasIx                        PIC 9(4)        VALUE 0.
    05 WS-ReasSplitIx                   PIC 9           VALUE 0.
    05 WS-ReasSplitFoundIx              PIC 9           VALUE 0.
    05 WS-ReasCountEdit                 PIC Z(5)9.
    05 WS-ReasSplitTable.
        10 WS-ReasSplitEntry OCCURS 5 TIMES.
            15 WS-ReasSplitCategory     PIC X(10).
            15 WS-ReasSplitOperator     PIC X(32).
    05 WS-ReasUsed                      PIC 9(4)        VALUE 0.
    05 WS-ReasTable.
        10 WS-ReasEntry OCCURS 5000 TIMES.
            15 WS-ReasContactId         PIC 9(6).
            15 WS-ReasNewOwner          PIC X(32).
            15 WS-ReasFollowUp          PIC X(8).
    05 WS-HandLine.
        10 FILLER                       PIC X(2)        VALUE SPACES.
        10 WS-HandLineId                PIC 9(6).
        10 FILLER                       PIC X(2)        VALUE SPACES.
        10 WS-HandLineName              PIC X(25).
        10 WS-HandLineCategory          PIC X(11).
        10 WS-HandLineOwner             PIC X(20).
        10 WS-HandLineFollowUp          PIC X(14).
01  BATCH-HISTORY-WORK.
    05 WS-BhRunStamp                    PIC X(14)       VALUE SPACES.
    05 WS-BhRunFunction                 PIC X(10)       VALUE SPACES.
    05 WS-BhRunAnomaly                  PIC XXX         VALUE "NO".
    05 WS-BhStepStart                   PIC X(14)       VALUE SPACES.
    05 WS-BhStepFunction                PIC X(10)       VALUE SPACES.
    05 WS-BhStepSeq                     PIC 9(3)        VALUE 0.
    05 WS-BhStepAnomaly                 PIC XXX         VALUE "NO".
    05 WS-BhStepCounts.
        10 WS-BhStepCount OCCURS 4 TIMES PIC 9(8).
    05 WS-BhRecType                     PIC X           VALUE SPACES.
    05 WS-BhRecStep                     PIC 9(3)        VALUE 0.
    05 WS-BhRecFunction                 PIC X(10)       VALUE SPACES.
    05 WS-BhRecStart                    PIC X(14)       VALUE SPACES.
    05 WS-BhRecAnomaly                  PIC XXX         VALUE "NO".
    05 WS-BhWindow                      PIC 9(2)        VALUE 5.
    05 WS-BhMinRuns                     PIC 9(2)        VALUE 3.
    05 WS-BhDropPercent                 PIC 9(3)        VALUE 30.
    05 WS-BhSpikeFactor                 PIC 9(3)        VALUE 10.
    05 WS-BhAnomalyFloor                PIC 9(4)        VALUE 10.
    05 WS-BhEOF                         PIC XXX         VALUE "NO".
    05 WS-BhCountIx                     PIC 9           VALUE 0.
    05 WS-BhSampleIx                    PIC 9(2)        VALUE 0.
    05 WS-BhFuncIx                      PIC 9(3)        VALUE 0.
    05 WS-BhFuncFoundIx                 PIC 9(3)        VALUE 0.
    05 WS-BhFuncUsed                    PIC 9(3)        VALUE 0.
    05 WS-BhSeekFunc                    PIC X(10)       VALUE SPACES.
    05 WS-BhSum                         PIC 9(10)       VALUE 0.
    05 WS-BhAverage                     PIC 9(8)        VALUE 0.
    05 WS-BhCountLabel                  PIC X(20)       VALUE SPACES.
    05 WS-BhDirection                   PIC X(5)        VALUE SPACES.
    05 WS-BhCountEdit                   PIC Z(7)9.
    05 WS-BhAverageEdit                 PIC Z(7)9.
    05 WS-BhRunTotal                    PIC 9(6)        VALUE 0.
    05 WS-BhRunSeen                     PIC 9(6)        VALUE 0.
    05 WS-BhRunSkip                     PIC 9(6)        VALUE 0.
    05 WS-BhShowIx                      PIC 9(2)        VALUE 0.
    05 WS-BhRptRunStamp                 PIC X(14)       VALUE SPACES.
    05 WS-BhRptRunOpen                  PIC XXX         VALUE "NO".
    05 WS-BhRptRuns                     PIC 9(6)        VALUE 0.
    05 WS-BhRptWarned                   PIC 9(6)        VALUE 0.
    05 WS-BhRptFailed                   PIC 9(6)        VALUE 0.
    05 WS-BhRptAnomalies                PIC 9(6)        VALUE 0.
    05 WS-BhRptCountEdit                PIC Z(5)9.
    05 WS-BhFuncTable.
        10 WS-BhFuncEntry OCCURS 50 TIMES.
            15 WS-BhFuncName            PIC X(10).
            15 WS-BhFuncRuns            PIC 9(2).
            15 WS-BhFuncNext            PIC 9(2).
            15 WS-BhFuncSample OCCURS 5 TIMES.
                20 WS-BhSampleCount OCCURS 4 TIMES PIC 9(8).
    05 WS-BhShowTable.
        10 WS-BhShowLine OCCURS 10 TIMES PIC X(78).
    05 WS-BhShowDetail.
        10 WS-BhShowStart               PIC X(19).
        10 WS-BhShowEnd                 PIC X(10).
        10 WS-BhShowFunction            PIC X(11).
        10 WS-BhShowSteps               PIC Z(2)9.
        10 FILLER                       PIC X(2)        VALUE SPACES.
        10 WS-BhShowCode                PIC Z(3)9.
        10 FILLER                       PIC X(2)        VALUE SPACES.
        10 WS-BhShowBy                  PIC X(20).
        10 WS-BhShowFlag                PIC X(2).
    05 WS-BhRptStep.
        10 FILLER                       PIC X(2)        VALUE SPACES.
        10 WS-BhRptStepNo               PIC 9(3).
        10 FILLER                       PIC X           VALUE SPACES.
        10 WS-BhRptFunction             PIC X(11).
        10 WS-BhRptStart                PIC X(8).
        10 FILLER                       PIC X           VALUE "-".
        10 WS-BhRptEnd                  PIC X(9).
        10 WS-BhRptCode                 PIC Z(3)9.
        10 WS-BhRptCountCol OCCURS 4 TIMES.
            15 FILLER                   PIC X           VALUE SPACES.
            15 WS-BhRptCount            PIC Z(7)9.
        10 WS-BhRptFlag                 PIC X(2).
01  ZIP-WORK.
    05 WS-ZipRefAvailable               PIC XXX         VALUE "NO".
    05 WS-ZipRefKeepOpen                PIC XXX         VALUE "NO".
    05 WS-ZipFound                      PIC XXX         VALUE "NO".
    05 WS-ZipSeekZip                    PIC X(5)        VALUE SPACES.
    05 WS-ZipFoundCity                  PIC X(20)       VALUE SPACES.
    05 WS-ZipFoundState                 PIC X(2)        VALUE SPACES.
    05 WS-ZipCityUpper                  PIC X(20)       VALUE SPACES.
    05 WS-ZipStateUpper                 PIC X(2)        VALUE SPACES.
    05 WS-ZipEOF                        PIC XXX         VALUE "NO".
    05 WS-ZipListOk                     PIC XXX         VALUE "NO".
    05 WS-ZipListRaw1                   PIC X(40).
    05 WS-ZipListRaw2                   PIC X(40).
    05 WS-ZipListRaw3                   PIC X(40).
    05 WS-ZipLineNum                    PIC 9(6)        VALUE 0.
    05 WS-ZipLineKind                   PIC X           VALUE SPACE.
    05 WS-ZipListValid                  PIC 9(6)        VALUE 0.
    05 WS-ZipLoaded                     PIC 9(6)        VALUE 0.
    05 WS-ZipRejected                   PIC 9(6)        VALUE 0.
    05 WS-ZipDuplicates                 PIC 9(6)        VALUE 0.
    05 WS-ZipChecked                    PIC 9(6)        VALUE 0.
    05 WS-ZipFailed                     PIC 9(6)        VALUE 0.
    05 WS-ZipFilled                     PIC 9(6)        VALUE 0.
    05 WS-ZipCountEdit                  PIC Z(5)9.
    05 WS-ZipFixAvailable               PIC XXX         VALUE "NO".
    05 WS-ZipFixHeld                    PIC XXX         VALUE "NO".
    05 WS-ZipFixShowReason              PIC X(60)       VALUE SPACES.
    05 WS-VcfRejected                   PIC 9(6)        VALUE 0.
    05 WS-ZipLine.
        10 FILLER                       PIC X(2)        VALUE SPACES.
        10 WS-ZipLineId                 PIC 9(6).
        10 FILLER                       PIC X(2)        VALUE SPACES.
        10 WS-ZipLineName               PIC X(25).
        10 WS-ZipLineCity               PIC X(21).
        10 WS-ZipLineState              PIC X(3).
        10 WS-ZipLineZip                PIC X(10).
01  AUDIT-CHECK-WORK.
    05 WS-KeepPriorCopy                 PIC XXX         VALUE "NO".
    05 WS-AcAvailable                   PIC XXX         VALUE "NO".
    05 WS-AcProblem                     PIC X(40)       VALUE SPACES.
    05 WS-AcCutoff                      PIC X(14)       VALUE SPACES.
    05 WS-AcSeq                         PIC 9(8)        VALUE 0.
    05 WS-AcEntries                     PIC 9(8)        VALUE 0.
    05 WS-AcCompared                    PIC 9(8)        VALUE 0.
    05 WS-AcDiffs                       PIC 9(8)        VALUE 0.
    05 WS-AcAdded                       PIC 9(8)        VALUE 0.
    05 WS-AcRemoved                     PIC 9(8)        VALUE 0.
    05 WS-AcChanged                     PIC 9(8)        VALUE 0.
    05 WS-AcUnaudited                   PIC 9(8)        VALUE 0.
    05 WS-AcNotInFile                   PIC 9(8)        VALUE 0.
    05 WS-AcCountEdit                   PIC Z(7)9.
    05 WS-AcCurKey                      PIC 9(7)        VALUE 0.
    05 WS-AcPriorKey                    PIC 9(7)        VALUE 0.
    05 WS-AcAudKey                      PIC 9(7)        VALUE 0.
    05 WS-AcLowKey                      PIC 9(7)        VALUE 0.
    05 WS-AcCurHold                     PIC X(269)      VALUE SPACES.
    05 WS-AcPriorHold                   PIC X(269)      VALUE SPACES.
    05 WS-AcHaveCur                     PIC XXX         VALUE "NO".
    05 WS-AcHavePrior                   PIC XXX         VALUE "NO".
    05 WS-AcChange                      PIC X(8)        VALUE SPACES.
    05 WS-AcAudCount                    PIC 9(6)        VALUE 0.
    05 WS-AcLastAction                  PIC X(10)       VALUE SPACES.
    05 WS-AcSawAdd                      PIC XXX         VALUE "NO".
    05 WS-AcCheckImage                  PIC XXX         VALUE "NO".
    05 WS-AcUseImage                    PIC XXX         VALUE "NO".
    05 WS-AcFieldName                   PIC X(10)       VALUE SPACES.
    05 WS-AcPriorValue                  PIC X(40)       VALUE SPACES.
    05 WS-AcCurValue                    PIC X(40)       VALUE SPACES.
    05 WS-AcImageValue                  PIC X(40)       VALUE SPACES.
    05 WS-AcChangedList                 PIC X(120)      VALUE SPACES.
    05 WS-AcUnauditedList               PIC X(120)      VALUE SPACES.
    05 WS-AcNotInFileList               PIC X(120)      VALUE SPACES.
    05 WS-AcChangedPtr                  PIC 9(3)        VALUE 0.
    05 WS-AcUnauditedPtr                PIC 9(3)        VALUE 0.
    05 WS-AcNotInFilePtr                PIC 9(3)        VALUE 0.
    05 WS-AcDetail.
        10 FILLER                       PIC XX          VALUE SPACES.
        10 WS-AcDetailId                PIC 9(6).
        10 FILLER                       PIC XX          VALUE SPACES.
        10 WS-AcDetailChange            PIC X(8).
        10 FILLER                       PIC X           VALUE SPACE.
        10 WS-AcDetailAudit             PIC X(10).
        10 FILLER                       PIC X           VALUE SPACE.
        10 WS-AcDetailText              PIC X(50).
    05 WS-AcIx                          PIC 9(4)        VALUE 0.
    05 WS-AcUnauditedUsed               PIC 9(4)        VALUE 0.
    05 WS-AcNotInFileUsed               PIC 9(4)        VALUE 0.
    05 WS-AcUnauditedTable.
        10 WS-AcUnauditedLine OCCURS 200 TIMES PIC X(80).
    05 WS-AcNotInFileTable.
        10 WS-AcNotInFileLine OCCURS 200 TIMES PIC X(80).
01  ACCOUNT-RECON-WORK.
    05 WS-ArApply                       PIC XXX         VALUE "NO".
    05 WS-ArAvailable                   PIC XXX         VALUE "NO".
    05 WS-ArProblem                     PIC X(40)       VALUE SPACES.
    05 WS-ArEOF                         PIC XXX         VALUE "YES".
    05 WS-ArSortEOF                     PIC XXX         VALUE "YES".
    05 WS-ArExtractRows                 PIC 9(6)        VALUE 0.
    05 WS-ArExtractRejected             PIC 9(6)        VALUE 0.
    05 WS-ArDupExtract                  PIC 9(6)        VALUE 0.
    05 WS-ArCompanies                   PIC 9(6)        VALUE 0.
    05 WS-ArNoAccount                   PIC 9(6)        VALUE 0.
    05 WS-ArMatched                     PIC 9(6)        VALUE 0.
    05 WS-ArMissingHere                 PIC 9(6)        VALUE 0.
    05 WS-ArMissingThere                PIC 9(6)        VALUE 0.
    05 WS-ArDiffs                       PIC 9(6)        VALUE 0.
    05 WS-ArClosedThere                 PIC 9(6)        VALUE 0.
    05 WS-ArClosedHere                  PIC 9(6)        VALUE 0.
    05 WS-ArApplied                     PIC 9(6)        VALUE 0.
    05 WS-ArClosedContacts              PIC 9(6)        VALUE 0.
    05 WS-ArCountEdit                   PIC Z(5)9.
    05 WS-ArGroupAccount                PIC X(20)       VALUE SPACES.
    05 WS-ArGroupCompanies              PIC 9(4)        VALUE 0.
    05 WS-ArHaveExtract                 PIC XXX         VALUE "NO".
    05 WS-ArAcctName                    PIC X(40)       VALUE SPACES.
    05 WS-ArAcctPhone                   PIC X(20)       VALUE SPACES.
    05 WS-ArAcctAddress                 PIC X(60)       VALUE SPACES.
    05 WS-ArAcctStatus                  PIC X           VALUE SPACE.
    05 WS-ArCompareOurs                 PIC X(60)       VALUE SPACES.
    05 WS-ArCompareAcct                 PIC X(60)       VALUE SPACES.
    05 WS-ArNameDiff                    PIC XXX         VALUE "NO".
    05 WS-ArPhoneDiff                   PIC XXX         VALUE "NO".
    05 WS-ArAddrDiff                    PIC XXX         VALUE "NO".
    05 WS-ArFieldLabel                  PIC X(10)       VALUE SPACES.
    05 WS-ArValueOurs                   PIC X(60)       VALUE SPACES.
    05 WS-ArValueAcct                   PIC X(60)       VALUE SPACES.
    05 WS-ArLine.
        10 FILLER                       PIC XX          VALUE SPACES.
        10 WS-ArLineAccount             PIC X(20).
        10 FILLER                       PIC X           VALUE SPACE.
        10 WS-ArLineCompany             PIC X(6).
        10 FILLER                       PIC X           VALUE SPACE.
        10 WS-ArLineLabel               PIC X(10).
        10 FILLER                       PIC X           VALUE SPACE.
        10 WS-ArLineText                PIC X(39).
    05 WS-ArValueLine.
        10 FILLER                       PIC X(6)        VALUE SPACES.
        10 WS-ArValueSide               PIC X(6).
        10 WS-ArValueText               PIC X(60).
    05 WS-ArContactLine.
        10 FILLER                       PIC XX          VALUE SPACES.
        10 WS-ArContactId               PIC 9(6).
        10 FILLER                       PIC XX          VALUE SPACES.
        10 WS-ArContactName             PIC X(30).
        10 FILLER                       PIC X           VALUE SPACE.
        10 WS-ArContactCompanyId        PIC 9(6).
        10 FILLER                       PIC X           VALUE SPACE.
        10 WS-ArContactCompany          PIC X(32).
    05 WS-ArIx                          PIC 9(4)        VALUE 0.
    05 WS-ArFoundIx                     PIC 9(4)        VALUE 0.
    05 WS-ArMissingUsed                 PIC 9(4)        VALUE 0.
    05 WS-ArMissingMore                 PIC 9(6)        VALUE 0.
    05 WS-ArMissingTable.
        10 WS-ArMissingLine OCCURS 300 TIMES PIC X(80).
    05 WS-ArDiffUsed                    PIC 9(4)        VALUE 0.
    05 WS-ArDiffMore                    PIC 9(6)        VALUE 0.
    05 WS-ArDiffTable.
        10 WS-ArDiffLine OCCURS 900 TIMES PIC X(80).
    05 WS-ArStatusUsed                  PIC 9(4)        VALUE 0.
    05 WS-ArStatusMore                  PIC 9(6)        VALUE 0.
    05 WS-ArStatusTable.
        10 WS-ArStatusLine OCCURS 300 TIMES PIC X(80).
    05 WS-ArClosedUsed                  PIC 9(4)        VALUE 0.
    05 WS-ArClosedMore                  PIC 9(6)        VALUE 0.
    05 WS-ArClosedTable.
        10 WS-ArClosedEntry OCCURS 500 TIMES.
            15 WS-ArClosedId            PIC 9(6).
            15 WS-ArClosedName          PIC X(40).
01  DATA-FOR-SCREEN.
    05 WS-Contact.
        10 WS-ContactId                 PIC 9(6).
    05  VALUE "22) - Address Fixup"                      LINE 17 COL 40.
    05  VALUE "23) - Export Calendar"                    LINE 17 COL 1.
    05  VALUE "24) - Archive"                            LINE 18 COL 40.
    05  VALUE "25) - Camp Resp"                          LINE 17 COL 62.
    05  VALUE "26) - Email Dist"                         LINE 18 COL 62.
    05  VALUE "27) - Batch History"                      LINE 19 COL 62.
    05  VALUE "ENTER CHOICE:"                             LINE 18 COL 1.
    05  DASHBOARD-MENU-INPUT                            LINE 18 COL 15
                        PIC XX              TO WS-ApplicationArea.
    05  VALUE "Total Contacts:"                         LINE 15 COL 1.
    05  PAGES-INPUT     BLANK WHEN ZERO                 LINE 15 COL 17
                        PIC 9(10)           FROM WS-ContactsCount.
01  RELATION-COUNT-SECTION BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "Relationships:"                          LINE 13 COL 1.
    05  RELATION-COUNT-DISPLAY                          LINE 13 COL 16
                        PIC ZZ9             FROM WS-RelUsed.
01  MATCH-TOTAL-SECTION BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "Matches Found:"                          LINE 15 COL 1.
    05  MATCH-TOTAL-INPUT BLANK WHEN ZERO                LINE 15 COL 17
    05  VALUE "Q - TO QUIT"                             LINE 17 COL 1.
    05  VALUE "N - NOTES"                               LINE 18 COL 1.
    05  VALUE "M - MAILINGS"                            LINE 16 COL 40.
    05  VALUE "L - RELATIONSHIPS"                       LINE 17 COL 40.
    05  VALUE "ENTER CHOICE:"                           LINE 19 COL 1.
    05  VIEW-CONTACT-MENU-INPUT                         LINE 19 COL 15
                        PIC X               TO RESPONSE-IN-WS.
    05  VALUE "Q - TO QUIT"                             LINE 18 COL 1.
    05  VALUE "N - NOTES"                               LINE 16 COL 40.
    05  VALUE "M - MAILINGS"                            LINE 17 COL 40.
    05  VALUE "L - RELATIONSHIPS"                       LINE 18 COL 40.
    05  VALUE "O - OWNER"                               LINE 16 COL 60.
    05  VALUE "ENTER CHOICE:"                           LINE 19 COL 1.
    05  EDIT-CONTACT-MENU-INPUT                         LINE 19 COL 15
                        PIC X               TO RESPONSE-IN-WS.
    05  VALUE "Contacts imported from CONTACTS.VCF:"    LINE 8 COL 1.
    05  VCF-IMPORT-COUNT-DISPLAY BLANK WHEN ZERO        LINE 8 COL 38
                        PIC 9(6)            FROM WS-VcfImportCount.
    05  VALUE "Rejected (see CONTACTS.REJ):"        LINE 9 COL 1.
    05  VCF-REJECT-COUNT-DISPLAY BLANK WHEN ZERO        LINE 9 COL 38
                        PIC 9(6)            FROM WS-VcfRejected.
    05  VALUE "C - TO CONTINUE"                         LINE 16 COL 1.
    05  VALUE "ENTER CHOICE:"                           LINE 19 COL 1.
    05  IMPORT-VCF-CONTINUE-INPUT                       LINE 19 COL 15
    05  VALUE "C - TO CONTINUE"                          LINE 16 COL 1.
    05  VALUE "R - TO RESTORE (DELETE ENTRIES ONLY)"     LINE 17 COL 1.
    05  VALUE "Q - TO QUIT"                              LINE 18 COL 1.
    05  VALUE "L - RELATIONSHIPS"                        LINE 16 COL 40.
    05  VALUE "ENTER CHOICE:"                            LINE 19 COL 1.
    05  HISTORY-ENTRY-MENU-INPUT                         LINE 19 COL 15
                        PIC X               TO RESPONSE-IN-WS.
    05  RESTORE-CONFIRM-CONTINUE-INPUT                   LINE 19 COL 15
                        PIC X               TO RESPONSE-IN-WS.

01  HISTORY-RELATION-SECTION BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "Relationships:"                           LINE 15 COL 1.
    05  HISTORY-RELATION-DISPLAY                         LINE 15 COL 16
                        PIC ZZ9             FROM WS-RelUsed.

01  RELATION-SCREEN-HEADER BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "Contact Relationships"                    LINE 1 COL 30.
01  RELATION-BROWSE-SECTION BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "Contact #:"                               LINE 4 COL 1.
    05  RELATION-CONTACT-DISPLAY                         LINE 4 COL 12
                        PIC 9(6)            FROM WS-RelSeekId.
    05  VALUE "Relation"                                 LINE 6 COL 1.
    05  RELATION-TEXT-DISPLAY                            LINE 6 COL 12
                        PIC X(16)           FROM WS-RelShowText.
    05  VALUE "Contact #"                                LINE 7 COL 1.
    05  RELATION-OTHER-DISPLAY                           LINE 7 COL 12
                        PIC 9(6)            FROM WS-RelShowOtherId.
    05  VALUE "Name"                                     LINE 8 COL 1.
    05  RELATION-NAME-DISPLAY                            LINE 8 COL 12
                        PIC X(49)           FROM WS-RelOtherName.
    05  VALUE "Since"                                    LINE 9 COL 1.
    05  RELATION-START-DISPLAY                           LINE 9 COL 12
                        PIC X(8)            FROM WS-RelShowStart.
    05  VALUE "Relationship #:"                          LINE 14 COL 1.
    05  RELATION-INDEX-DISPLAY                           LINE 14 COL 17
                        PIC ZZ9             FROM WS-RelIx.
01  RELATION-BROWSE-MENU BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "C - TO CONTINUE"                          LINE 16 COL 1.
    05  VALUE "Q - TO QUIT"                              LINE 17 COL 1.
    05  VALUE "ENTER CHOICE:"                            LINE 19 COL 1.
    05  RELATION-BROWSE-MENU-INPUT                       LINE 19 COL 15
                        PIC X               TO RESPONSE-IN-WS.
01  RELATION-MAINT-MENU BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "C - TO CONTINUE"                          LINE 16 COL 1.
    05  VALUE "A - ADD A RELATIONSHIP"                   LINE 17 COL 1.
    05  VALUE "Q - TO QUIT"                              LINE 18 COL 1.
    05  VALUE "D - DELETE THIS ONE"                      LINE 16 COL 40.
    05  VALUE "ENTER CHOICE:"                            LINE 19 COL 1.
    05  RELATION-MAINT-MENU-INPUT                        LINE 19 COL 15
                        PIC X               TO RESPONSE-IN-WS.
01  RELATION-NONE-SCREEN BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "No relationships on file for contact"     LINE 8 COL 1.
    05  VALUE "C - TO CONTINUE"                          LINE 16 COL 1.
    05  VALUE "ENTER CHOICE:"                            LINE 19 COL 1.
    05  RELATION-NONE-INPUT                              LINE 19 COL 15
                        PIC X               TO RESPONSE-IN-WS.
01  RELATION-NONE-MAINT-SCREEN BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "No relationships on file for contact"     LINE 8 COL 1.
    05  VALUE "C - TO CONTINUE"                          LINE 16 COL 1.
    05  VALUE "A - ADD A RELATIONSHIP"                   LINE 17 COL 1.
    05  VALUE "ENTER CHOICE:"                            LINE 19 COL 1.
    05  RELATION-NONE-MAINT-INPUT                        LINE 19 COL 15
                        PIC X               TO RESPONSE-IN-WS.
01  RELATION-ADD-SECTION BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "Related contact #:"                       LINE 5 COL 1.
    05  RELATION-ADD-OTHER-INPUT BLANK WHEN ZERO         LINE 5 COL 20
                        PIC 9(6)            TO WS-RelEntryOtherId.
    05  VALUE "Type:"                                    LINE 6 COL 1.
    05  RELATION-ADD-TYPE-INPUT                          LINE 6 COL 20
                        PIC X               TO WS-RelEntryType.
    05  VALUE "A=Assistant to  S=Spouse of"              LINE 7 COL 1.
    05  VALUE "R=Referred by  P=Replaces"                LINE 7 COL 30.
    05  VALUE "Since (YYYYMMDD):"                        LINE 8 COL 1.
    05  RELATION-ADD-START-INPUT                         LINE 8 COL 20
                        PIC X(8)            TO WS-RelEntryStart.
01  RELATION-RESULT-SCREEN BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  RELATION-MESSAGE-DISPLAY                         LINE 12 COL 1
                        PIC X(60)           FROM WS-RelMessage.
    05  VALUE "C - TO CONTINUE"                          LINE 16 COL 1.
    05  VALUE "ENTER CHOICE:"                            LINE 19 COL 1.
    05  RELATION-RESULT-INPUT                            LINE 19 COL 15
                        PIC X               TO RESPONSE-IN-WS.

01  OWNER-SHOW-SECTION BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "Owner:"                                   LINE 13 COL 22.
    05  OWNER-SHOW-DISPLAY                               LINE 13 COL 29
                        PIC X(32)           FROM WS-OwnerName.
01  OWNER-SCREEN-HEADER BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "Contact Owner"                            LINE 1 COL 33.
01  OWNER-CHANGE-SECTION BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "Contact #:"                               LINE 4 COL 1.
    05  OWNER-CONTACT-DISPLAY                            LINE 4 COL 12
                        PIC 9(6)            FROM WS-OwnerSeekId.
    05  VALUE "Current owner:"                           LINE 6 COL 1.
    05  OWNER-CURRENT-DISPLAY                            LINE 6 COL 17
                        PIC X(32)           FROM WS-OwnerName.
    05  VALUE "New owner:"                               LINE 7 COL 1.
    05  OWNER-NEW-INPUT                                  LINE 7 COL 17
                        PIC X(32)           TO WS-OwnerNewId.
01  OWNER-RESULT-SCREEN BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  OWNER-MESSAGE-DISPLAY                            LINE 12 COL 1
                        PIC X(60)           FROM WS-OwnerMessage.
    05  VALUE "C - TO CONTINUE"                          LINE 16 COL 1.
    05  VALUE "ENTER CHOICE:"                            LINE 19 COL 1.
    05  OWNER-RESULT-INPUT                               LINE 19 COL 15
                        PIC X               TO RESPONSE-IN-WS.

01  MY-CONTACTS-SCREEN-HEADER BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "My Contacts"                              LINE 1 COL 34.
01  MY-CONTACTS-SECTION BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "Operator:"                                LINE 3 COL 1.
    05  MY-OPERATOR-DISPLAY                              LINE 3 COL 11
                        PIC X(32)           FROM WS-Operator.
    05  VALUE "Contacts owned:"                          LINE 4 COL 1.
    05  MY-OWNED-DISPLAY                                 LINE 4 COL 17
                        PIC ZZZZZ9          FROM WS-MyOwned.
    05  VALUE "Follow-ups due:"                          LINE 6 COL 1.
    05  MY-DUE-COUNT-DISPLAY                             LINE 6 COL 17
                        PIC ZZZZZ9          FROM WS-MyDueCount.
    05  VALUE "(earliest shown)"                         LINE 6 COL 25.
    05  MY-DUE-1-DISPLAY                                 LINE 7 COL 1
                        PIC X(78)           FROM WS-MyDueLine(1).
    05  MY-DUE-2-DISPLAY                                 LINE 8 COL 1
                        PIC X(78)           FROM WS-MyDueLine(2).
    05  MY-DUE-3-DISPLAY                                 LINE 9 COL 1
                        PIC X(78)           FROM WS-MyDueLine(3).
    05  MY-DUE-4-DISPLAY                                 LINE 10 COL 1
                        PIC X(78)           FROM WS-MyDueLine(4).
    05  MY-DUE-5-DISPLAY                                 LINE 11 COL 1
                        PIC X(78)           FROM WS-MyDueLine(5).
    05  VALUE "Notes, last 14 days:"                     LINE 12 COL 1.
    05  MY-NOTE-COUNT-DISPLAY                            LINE 12 COL 22
                        PIC ZZZZZ9          FROM WS-MyNoteCount.
    05  VALUE "(latest shown)"                           LINE 12 COL 30.
    05  MY-NOTE-1-DISPLAY                                LINE 13 COL 1
                        PIC X(78)           FROM WS-MyNoteLine(1).
    05  MY-NOTE-2-DISPLAY                                LINE 14 COL 1
                        PIC X(78)           FROM WS-MyNoteLine(2).
    05  MY-NOTE-3-DISPLAY                                LINE 15 COL 1
                        PIC X(78)           FROM WS-MyNoteLine(3).
01  MY-CONTACTS-MENU BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "C - TO CONTINUE"                          LINE 16 COL 1.
    05  VALUE "ENTER CHOICE:"                            LINE 19 COL 1.
    05  MY-CONTACTS-INPUT                                LINE 19 COL 15
                        PIC X               TO RESPONSE-IN-WS.

01  REASSIGN-SCREEN-HEADER BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "Portfolio Reassignment"                   LINE 1 COL 29.
01  REASSIGN-SECTION BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "Retired operator:"                        LINE 4 COL 1.
    05  REASSIGN-FROM-DISPLAY                            LINE 4 COL 19
                        PIC X(32)           FROM WS-ReasFromId.
    05  VALUE "Contacts owned:"                          LINE 5 COL 1.
    05  REASSIGN-OWNED-DISPLAY                           LINE 5 COL 19
                        PIC ZZZZZ9          FROM WS-ReasOwned.
    05  VALUE "Move contacts to:"                        LINE 7 COL 1.
    05  REASSIGN-DEFAULT-INPUT                           LINE 7 COL 19
                        PIC X(32)           TO WS-ReasDefaultId.
    05  VALUE "Or split by category:"                    LINE 9 COL 1.
    05  VALUE "Category"                                 LINE 9 COL 24.
    05  VALUE "Operator"                                 LINE 9 COL 36.
    05  REASSIGN-CAT-1-INPUT                             LINE 10 COL 24
                        PIC X(10)           TO WS-ReasSplitCategory(1).
    05  REASSIGN-OPER-1-INPUT                            LINE 10 COL 36
                        PIC X(32)           TO WS-ReasSplitOperator(1).
    05  REASSIGN-CAT-2-INPUT                             LINE 11 COL 24
                        PIC X(10)           TO WS-ReasSplitCategory(2).
    05  REASSIGN-OPER-2-INPUT                            LINE 11 COL 36
                        PIC X(32)           TO WS-ReasSplitOperator(2).
    05  REASSIGN-CAT-3-INPUT                             LINE 12 COL 24
                        PIC X(10)           TO WS-ReasSplitCategory(3).
    05  REASSIGN-OPER-3-INPUT                            LINE 12 COL 36
                        PIC X(32)           TO WS-ReasSplitOperator(3).
    05  REASSIGN-CAT-4-INPUT                             LINE 13 COL 24
                        PIC X(10)           TO WS-ReasSplitCategory(4).
    05  REASSIGN-OPER-4-INPUT                            LINE 13 COL 36
                        PIC X(32)           TO WS-ReasSplitOperator(4).
    05  REASSIGN-CAT-5-INPUT                             LINE 14 COL 24
                        PIC X(10)           TO WS-ReasSplitCategory(5).
    05  REASSIGN-OPER-5-INPUT                            LINE 14 COL 36
                        PIC X(32)           TO WS-ReasSplitOperator(5).
    05  VALUE "Other categories go to line 7 operator"   LINE 15 COL 1.
01  REASSIGN-RESULT-SCREEN BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  REASSIGN-MESSAGE-DISPLAY                         LINE 8 COL 1
                        PIC X(60)           FROM WS-ReasMessage.
    05  VALUE "Contacts moved:"                          LINE 10 COL 1.
    05  REASSIGN-MOVED-DISPLAY                           LINE 10 COL 30
                        PIC ZZZZZ9          FROM WS-ReasMoved.
    05  VALUE "Left with retired operator:"              LINE 11 COL 1.
    05  REASSIGN-LEFT-DISPLAY                            LINE 11 COL 30
                        PIC ZZZZZ9          FROM WS-ReasLeft.
    05  VALUE "Follow-ups due:"                          LINE 12 COL 1.
    05  REASSIGN-DUE-DISPLAY                             LINE 12 COL 30
                        PIC ZZZZZ9          FROM WS-ReasDue.
    05  VALUE "See HANDOVER.RPT for the full list"       LINE 14 COL 1.
    05  VALUE "C - TO CONTINUE"                          LINE 16 COL 1.
    05  VALUE "ENTER CHOICE:"                            LINE 19 COL 1.
    05  REASSIGN-RESULT-INPUT                            LINE 19 COL 15
                        PIC X               TO RESPONSE-IN-WS.

01  BATCH-HISTORY-SCREEN-HEADER BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "Batch Run History"                        LINE 1 COL 31.
01  BATCH-HISTORY-SECTION BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "Runs on file:"                            LINE 3 COL 1.
    05  BATCH-HISTORY-RUNS-DISPLAY                       LINE 3 COL 15
                        PIC ZZZZZ9          FROM WS-BhRunTotal.
    05  VALUE "(latest 10 shown, newest first)"          LINE 3 COL 24.
    05  VALUE "Started"                                  LINE 4 COL 1.
    05  VALUE "Ended"                                    LINE 4 COL 20.
    05  VALUE "Function"                                 LINE 4 COL 30.
    05  VALUE "Stp"                                      LINE 4 COL 41.
    05  VALUE "Code"                                     LINE 4 COL 46.
    05  VALUE "Started by"                               LINE 4 COL 52.
    05  BATCH-HISTORY-1-DISPLAY                          LINE 5 COL 1
                        PIC X(78)           FROM WS-BhShowLine(1).
    05  BATCH-HISTORY-2-DISPLAY                          LINE 6 COL 1
                        PIC X(78)           FROM WS-BhShowLine(2).
    05  BATCH-HISTORY-3-DISPLAY                          LINE 7 COL 1
                        PIC X(78)           FROM WS-BhShowLine(3).
    05  BATCH-HISTORY-4-DISPLAY                          LINE 8 COL 1
                        PIC X(78)           FROM WS-BhShowLine(4).
    05  BATCH-HISTORY-5-DISPLAY                          LINE 9 COL 1
                        PIC X(78)           FROM WS-BhShowLine(5).
    05  BATCH-HISTORY-6-DISPLAY                          LINE 10 COL 1
                        PIC X(78)           FROM WS-BhShowLine(6).
    05  BATCH-HISTORY-7-DISPLAY                          LINE 11 COL 1
                        PIC X(78)           FROM WS-BhShowLine(7).
    05  BATCH-HISTORY-8-DISPLAY                          LINE 12 COL 1
                        PIC X(78)           FROM WS-BhShowLine(8).
    05  BATCH-HISTORY-9-DISPLAY                          LINE 13 COL 1
                        PIC X(78)           FROM WS-BhShowLine(9).
    05  BATCH-HISTORY-10-DISPLAY                         LINE 14 COL 1
                        PIC X(78)           FROM WS-BhShowLine(10).
    05  VALUE "* = count out of line with recent runs"   LINE 15 COL 1.
01  BATCH-HISTORY-MENU BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "C - TO CONTINUE"                          LINE 16 COL 1.
    05  VALUE "P - PRINT FULL HISTORY (BATCHHIST.RPT)"   LINE 17 COL 1.
    05  VALUE "ENTER CHOICE:"                            LINE 19 COL 1.
    05  BATCH-HISTORY-INPUT                              LINE 19 COL 15
                        PIC X               TO RESPONSE-IN-WS.
01  BATCH-HISTORY-PRINTED-SCREEN BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "Run history written to BATCHHIST.RPT"     LINE 8 COL 1.
    05  VALUE "Runs printed:"                            LINE 9 COL 1.
    05  BATCH-HISTORY-PRINTED-DISPLAY                    LINE 9 COL 15
                        PIC ZZZZZ9          FROM WS-BhRptRuns.
    05  VALUE "Runs with count warnings:"                LINE 10 COL 1.
    05  BATCH-HISTORY-WARNED-DISPLAY                     LINE 10 COL 27
                        PIC ZZZZZ9          FROM WS-BhRptAnomalies.
    05  VALUE "C - TO CONTINUE"                          LINE 16 COL 1.
    05  VALUE "ENTER CHOICE:"                            LINE 19 COL 1.
    05  BATCH-HISTORY-PRINTED-INPUT                      LINE 19 COL 15
                        PIC X               TO RESPONSE-IN-WS.

01  CAMPAIGN-HISTORY-SCREEN-HEADER BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "Campaign History"                         LINE 1 COL 32.
01  CAMPAIGN-HISTORY-SECTION BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "Contacts mailed:"                         LINE 9 COL 1.
    05  CAMPAIGN-RECAP-COUNT-DISPLAY BLANK WHEN ZERO     LINE 9 COL 18
                        PIC 9(6)            FROM WS-RecapCount.
    05  VALUE "Responded:"                               LINE 10 COL 1.
    05  CAMPAIGN-RECAP-RESP-DISPLAY BLANK WHEN ZERO      LINE 10 COL 18
                        PIC 9(6)            FROM WS-RecapResponded.
    05  VALUE "Returned:"                                LINE 11 COL 1.
    05  CAMPAIGN-RECAP-RET-DISPLAY BLANK WHEN ZERO       LINE 11 COL 18
                        PIC 9(6)            FROM WS-RecapReturned.
    05  VALUE "Opted out:"                               LINE 12 COL 1.
    05  CAMPAIGN-RECAP-OPT-DISPLAY BLANK WHEN ZERO       LINE 12 COL 18
                        PIC 9(6)            FROM WS-RecapOptedOut.
    05  VALUE "C - TO CONTINUE"                          LINE 16 COL 1.
    05  VALUE "ENTER CHOICE:"                            LINE 19 COL 1.
    05  CAMPAIGN-RECAP-CONTINUE-INPUT                    LINE 19 COL 15
                        PIC X               TO RESPONSE-IN-WS.

01  CAMPAIGN-RESPONSE-SCREEN-HEADER BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "Campaign Response"                        LINE 1 COL 32.
01  CAMPAIGN-RESPONSE-PROMPT-SECTION BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "Campaign Id:"                             LINE 5 COL 1.
    05  RESPONSE-CAMPAIGN-ID-INPUT                       LINE 5 COL 15
                        PIC 9(6)            TO WS-RespCampaignId.
    05  VALUE "Contact Id:"                              LINE 6 COL 1.
    05  RESPONSE-CONTACT-ID-INPUT                        LINE 6 COL 15
                        PIC 9(6)            TO WS-RespContactId.
    05  VALUE "Outcome:"                                 LINE 7 COL 1.
    05  RESPONSE-OUTCOME-INPUT                           LINE 7 COL 15
                        PIC X               TO WS-RespOutcome.
    05  VALUE "R=Responded U=Undeliverable O=Opted out"  LINE 8 COL 1.
    05  VALUE "Outcome date:"                            LINE 9 COL 1.
    05  RESPONSE-DATE-INPUT                              LINE 9 COL 15
                        PIC X(8)            TO WS-RespDate.
    05  VALUE "(YYYYMMDD, blank for today)"              LINE 9 COL 25.
01  CAMPAIGN-RESPONSE-RESULT-SCREEN BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  RESPONSE-MESSAGE-DISPLAY                         LINE 12 COL 1
                        PIC X(60)           FROM WS-RespMessage.
    05  VALUE "R - TO RECORD ANOTHER"                    LINE 16 COL 1.
    05  VALUE "Q - TO QUIT"                              LINE 17 COL 1.
    05  VALUE "ENTER CHOICE:"                            LINE 19 COL 1.
    05  CAMPAIGN-RESPONSE-MENU-INPUT                     LINE 19 COL 15
                        PIC X               TO RESPONSE-IN-WS.

01  ADDRESS-FIXUP-SCREEN-HEADER BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "Address Fixup"                            LINE 1 COL 33.
01  ZIP-FIX-REASON-SECTION BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "ZIP check:"                               LINE 3 COL 1.
    05  ZIP-FIX-REASON-DISPLAY                           LINE 3 COL 12
                        PIC X(60)           FROM WS-ZipFixShowReason.
01  ADDRESS-FIXUP-MENU BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "S - TO SAVE"                              LINE 16 COL 1.
    05  VALUE "C - TO SKIP"                              LINE 17 COL 1.
    05  VALUE "ZIP presort order? (Y/N):"               LINE 10 COL 1.
    05  PRESORT-FLAG-INPUT                               LINE 10 COL 28
                        PIC X               TO WS-PresortFlag.
    05  VALUE "Combine households? (Y/N):"              LINE 11 COL 1.
    05  HOUSEHOLD-FLAG-INPUT                             LINE 11 COL 28
                        PIC X               TO WS-HouseholdFlag.
01  MAILING-RUN-CONFIRM-SCREEN BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "Labels written to LABELS.PRT"             LINE 8 COL 1.
    05  VALUE "Merge data written to MAILMERGE.DAT"      LINE 9 COL 1.
    05  VALUE "Skipped (recently mailed):"               LINE 12 COL 1.
    05  MAILING-SKIPPED-DISPLAY BLANK WHEN ZERO          LINE 12 COL 28
                        PIC 9(6)            FROM WS-SkippedRecent.
    05  VALUE "Skipped (returned mail):"                 LINE 13 COL 1.
    05  MAILING-RETURNED-DISPLAY BLANK WHEN ZERO         LINE 13 COL 28
                        PIC 9(6)            FROM WS-SkippedReturned.
    05  VALUE "Pieces saved (households):"               LINE 14 COL 1.
    05  MAILING-HOUSEHOLD-DISPLAY BLANK WHEN ZERO        LINE 14 COL 28
                        PIC 9(6)            FROM WS-HouseholdSaved.
    05  VALUE "C - TO CONTINUE"                          LINE 16 COL 1.
    05  VALUE "ENTER CHOICE:"                            LINE 19 COL 1.
    05  MAILING-RUN-CONTINUE-INPUT                       LINE 19 COL 15
                        PIC X               TO RESPONSE-IN-WS.

01  EMAIL-RUN-SCREEN-HEADER BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "Email Distribution Run"                   LINE 1 COL 30.
01  EMAIL-RUN-PROMPT-SECTION BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "Company # (0 for all):"                   LINE 8 COL 1.
    05  EMAIL-COMPANY-INPUT BLANK WHEN ZERO              LINE 8 COL 24
                        PIC 9(6)            TO WS-EmailCompanyFilter.
    05  VALUE "Campaign description:"                    LINE 9 COL 1.
    05  EMAIL-DESC-INPUT                                 LINE 9 COL 23
                        PIC X(40)           TO WS-CampaignDesc.
01  EMAIL-RUN-CONFIRM-SCREEN BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "Distribution written to EMAILDIST.CSV"    LINE 8 COL 1.
    05  VALUE "Contacts selected:"                       LINE 9 COL 1.
    05  EMAIL-COUNT-DISPLAY BLANK WHEN ZERO              LINE 9 COL 20
                        PIC 9(6)            FROM WS-EmailRunCount.
    05  VALUE "Campaign #:"                              LINE 10 COL 1.
    05  EMAIL-CAMPAIGN-ID-DISPLAY BLANK WHEN ZERO        LINE 10 COL 13
                        PIC 9(6)            FROM WS-NextCampaignId.
    05  VALUE "Excluded (see SUPPRESS.PRT):"             LINE 11 COL 1.
    05  EMAIL-EXCLUDED-DISPLAY BLANK WHEN ZERO           LINE 11 COL 30
                        PIC 9(6)            FROM WS-EmailExcluded.
    05  VALUE "C - TO CONTINUE"                          LINE 16 COL 1.
    05  VALUE "ENTER CHOICE:"                            LINE 19 COL 1.
    05  EMAIL-RUN-CONTINUE-INPUT                         LINE 19 COL 15
                        PIC X               TO RESPONSE-IN-WS.

01  CATEGORY-FILTER-SCREEN-HEADER BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
    05  VALUE "View Contacts"                            LINE 1 COL 35.
01  CATEGORY-FILTER-PROMPT-SECTION BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
        IF WS-ApplicationArea = 24 THEN
            PERFORM DisplayArchiveScreen
        END-IF
        IF WS-ApplicationArea = 25 THEN
            PERFORM DisplayCampaignResponseScreen
        END-IF
        IF WS-ApplicationArea = 26 THEN
            PERFORM DisplayEmailRunScreen
        END-IF
        IF WS-ApplicationArea = 27 THEN
            PERFORM DisplayBatchHistoryScreen
        END-IF
    END-PERFORM
    PERFORM EndRun.

            DISPLAY "Contacts file format mismatch, status=" WS-ContactsFileStatus
                ", attempting migration"
            CALL "CBL_RENAME_FILE" USING "CONTACTS.DAT", "CONTACTS.DAT.PRIOR"
            MOVE "YES" TO WS-KeepPriorCopy
            OPEN OUTPUT ContactsFile
            MOVE 0 TO WS-NextContactId
            OPEN INPUT ContactsFileV7
                PERFORM UpgradeContactsFileFromV6OrOlder
            END-IF
            CLOSE ContactsFile
            CALL "CBL_COPY_FILE" USING "CONTACTS.DAT.PRIOR",
                "CONTACTS.DAT.PREMIGRATE"
            MOVE 0 TO RETURN-CODE
        ELSE
            CLOSE ContactsFile
        END-IF
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(WS-BatchFunction) TO WS-BatchFunction
    MOVE 0 TO WS-BatchReturnCode
    IF WS-BatchFunction = "AUDITCHK"
        MOVE "YES" TO WS-KeepPriorCopy
    END-IF
    IF WS-BatchFunction = "JOB"
        PERFORM ScanJobForAuditCheck
    END-IF
    PERFORM UpgradeContactsFileIfNeeded
    PERFORM BackupContactsFile
    PERFORM EnsureCategoryFile
    PERFORM GetNextContactId
    PERFORM ResolveOperator
    PERFORM LoadBatchHistory
    OPEN OUTPUT BatchRunFile
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    MOVE WS-CurrentDateTime(1:14) TO WS-BhRunStamp
    MOVE WS-BatchFunction TO WS-BhRunFunction
    MOVE 0 TO WS-BhStepSeq
    MOVE "NO" TO WS-BhRunAnomaly
    MOVE SPACES TO BatchRunLine
    STRING "CONTACTS BATCH RUN " DELIMITED BY SIZE
        WS-CurrentDateTime(1:14) DELIMITED BY SIZE
    IF WS-BatchFunction = "JOB"
        PERFORM RunBatchJobStream
    ELSE
        PERFORM RunBatchStep
    END-IF
    EVALUATE WS-BatchReturnCode
        WHEN 0
    END-STRING
    WRITE BatchRunLine
    CLOSE BatchRunFile
    PERFORM WriteBatchHistoryRun
    MOVE WS-BatchReturnCode TO RETURN-CODE.

RunBatchFunction.
            ELSE
                PERFORM WriteControlFile
            END-IF
        WHEN "RETURNS"
            PERFORM LoadReturnedMailList
            IF WS-ReturnsOpenOk = "NO"
                MOVE "UNABLE TO OPEN RETURNED.DAT" TO BatchRunLine
                WRITE BatchRunLine
                MOVE 8 TO WS-BatchReturnCode
            ELSE
                MOVE WS-ReturnsLoaded TO WS-BatchCountEdit
                MOVE SPACES TO BatchRunLine
                STRING "RETURNS RECORDED: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
                    INTO BatchRunLine
                END-STRING
                WRITE BatchRunLine
                MOVE WS-ReturnsRejected TO WS-BatchCountEdit
                MOVE SPACES TO BatchRunLine
                STRING "LINES REJECTED: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
                    INTO BatchRunLine
                END-STRING
                WRITE BatchRunLine
                MOVE "SEE RETURNS.RPT FOR DETAIL" TO BatchRunLine
                WRITE BatchRunLine
                IF WS-ReturnsRejected > 0 AND WS-BatchReturnCode = 0
                    MOVE 4 TO WS-BatchReturnCode
                END-IF
            END-IF
        WHEN "RESULTS"
            MOVE 0 TO WS-RecapCampaignId
            COMPUTE WS-ImportNumCheck = FUNCTION TEST-NUMVAL(WS-BatchArg1)
            IF WS-ImportNumCheck = 0 AND WS-BatchArg1 NOT = SPACES
                COMPUTE WS-RecapCampaignId = FUNCTION NUMVAL(WS-BatchArg1)
            END-IF
            IF WS-RecapCampaignId = 0
                MOVE "CAMPAIGN ID REQUIRED" TO BatchRunLine
                WRITE BatchRunLine
                MOVE 8 TO WS-BatchReturnCode
            ELSE
                PERFORM PrintCampaignRecapReport
                MOVE WS-RecapCount TO WS-BatchCountEdit
                PERFORM WriteBatchCountLine
                MOVE "SEE CAMPAIGN.PRT" TO BatchRunLine
                WRITE BatchRunLine
            END-IF
        WHEN "EMAIL"
            MOVE SPACES TO WS-CategoryFilterUpper
            IF WS-BatchArg1 NOT = "*"
                MOVE FUNCTION UPPER-CASE(WS-BatchArg1)
                    TO WS-CategoryFilterUpper
            END-IF
            MOVE 0 TO WS-EmailCompanyFilter
            COMPUTE WS-ImportNumCheck = FUNCTION TEST-NUMVAL(WS-BatchArg2)
            IF WS-ImportNumCheck = 0 AND WS-BatchArg2 NOT = SPACES
                COMPUTE WS-EmailCompanyFilter = FUNCTION NUMVAL(WS-BatchArg2)
            END-IF
            MOVE SPACES TO WS-CampaignDesc
            PERFORM WriteEmailDistribution
            IF WS-EmailOpenOk = "NO"
                MOVE "UNABLE TO CREATE EMAILDIST.CSV" TO BatchRunLine
                WRITE BatchRunLine
                MOVE 8 TO WS-BatchReturnCode
            ELSE
                MOVE WS-EmailRunCount TO WS-BatchCountEdit
                PERFORM WriteBatchCountLine
                MOVE WS-EmailExcluded TO WS-BatchCountEdit
                MOVE SPACES TO BatchRunLine
                STRING "EXCLUDED: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
                    " - SEE SUPPRESS.PRT" DELIMITED BY SIZE
                    INTO BatchRunLine
                END-STRING
                WRITE BatchRunLine
                MOVE SPACES TO BatchRunLine
                STRING "CAMPAIGN RECORDED: " DELIMITED BY SIZE
                    WS-NextCampaignId DELIMITED BY SIZE
                    INTO BatchRunLine
                END-STRING
                WRITE BatchRunLine
            END-IF
        WHEN "BOUNCE"
            PERFORM ImportEmailBounces
            IF WS-BounceOpenOk = "NO"
                MOVE "UNABLE TO OPEN BOUNCES.DAT" TO BatchRunLine
                WRITE BatchRunLine
                MOVE 8 TO WS-BatchReturnCode
            ELSE
                MOVE WS-BounceMarked TO WS-BatchCountEdit
                MOVE SPACES TO BatchRunLine
                STRING "EMAILS MARKED BAD: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
                    INTO BatchRunLine
                END-STRING
                WRITE BatchRunLine
                MOVE WS-BounceUnmatched TO WS-BatchCountEdit
                MOVE SPACES TO BatchRunLine
                STRING "BOUNCES NOT MATCHED: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
                    INTO BatchRunLine
                END-STRING
                WRITE BatchRunLine
                MOVE "SEE BOUNCE.RPT FOR DETAIL" TO BatchRunLine
                WRITE BatchRunLine
                IF (WS-BounceUnmatched > 0 OR WS-BounceOverflow = "YES")
                    AND WS-BatchReturnCode = 0
                    MOVE 4 TO WS-BatchReturnCode
                END-IF
            END-IF
        WHEN "QUALITY"
            MOVE 365 TO WS-QualStaleDays
            COMPUTE WS-ImportNumCheck = FUNCTION TEST-NUMVAL(WS-BatchArg1)
            IF WS-ImportNumCheck = 0 AND WS-BatchArg1 NOT = SPACES
                COMPUTE WS-QualStaleDays = FUNCTION NUMVAL(WS-BatchArg1)
            END-IF
            PERFORM RunQualityScorecard
            MOVE WS-QualTotal TO WS-BatchCountEdit
            PERFORM WriteBatchCountLine
            MOVE WS-QualAvgScore TO WS-QualScoreEdit
            MOVE SPACES TO BatchRunLine
            STRING "AVERAGE SCORE: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-QualScoreEdit) DELIMITED BY SIZE
                "%" DELIMITED BY SIZE
                INTO BatchRunLine
            END-STRING
            WRITE BatchRunLine
            IF WS-QualWorse > 0
                MOVE WS-QualWorse TO WS-BatchCountEdit
                MOVE SPACES TO BatchRunLine
                STRING "MEASURES WORSE THAN LAST MONTH: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
                    INTO BatchRunLine
                END-STRING
                WRITE BatchRunLine
                IF WS-BatchReturnCode = 0
                    MOVE 4 TO WS-BatchReturnCode
                END-IF
            END-IF
            MOVE "SEE QUALITY.RPT FOR DETAIL" TO BatchRunLine
            WRITE BatchRunLine
        WHEN "REFERRALS"
            PERFORM RunReferralReport
            MOVE WS-RefReferrers TO WS-BatchCountEdit
            MOVE SPACES TO BatchRunLine
            STRING "REFERRERS: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
                INTO BatchRunLine
            END-STRING
            WRITE BatchRunLine
            MOVE WS-RefUsed TO WS-BatchCountEdit
            MOVE SPACES TO BatchRunLine
            STRING "REFERRALS ON FILE: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
                INTO BatchRunLine
            END-STRING
            WRITE BatchRunLine
            MOVE "SEE REFERRAL.RPT FOR DETAIL" TO BatchRunLine
            WRITE BatchRunLine
        WHEN "REASSIGN"
            MOVE FUNCTION UPPER-CASE(WS-BatchArg1) TO WS-ReasFromId
            MOVE SPACES TO WS-ReasDefaultId
            MOVE SPACES TO WS-ReasSplitTable
            IF WS-BatchArg3 = SPACES
                MOVE FUNCTION UPPER-CASE(WS-BatchArg2) TO WS-ReasDefaultId
            ELSE
                MOVE FUNCTION UPPER-CASE(WS-BatchArg2)
                    TO WS-ReasSplitOperator(1)
                MOVE FUNCTION UPPER-CASE(WS-BatchArg3)
                    TO WS-ReasSplitCategory(1)
            END-IF
            IF WS-ReasFromId = SPACES OR WS-BatchArg2 = SPACES
                MOVE "REASSIGN NEEDS FROM AND TO OPERATOR IDS" TO BatchRunLine
                WRITE BatchRunLine
                MOVE 8 TO WS-BatchReturnCode
            ELSE
                MOVE "YES" TO WS-ReasAppend
                PERFORM ReassignPortfolio
                MOVE "NO" TO WS-ReasAppend
                IF WS-ReasOk NOT = "YES"
                    MOVE FUNCTION UPPER-CASE(WS-ReasMessage) TO BatchRunLine
                    WRITE BatchRunLine
                    MOVE 8 TO WS-BatchReturnCode
                ELSE
                    MOVE WS-ReasMoved TO WS-BatchCountEdit
                    MOVE SPACES TO BatchRunLine
                    STRING "CONTACTS MOVED: " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
                        INTO BatchRunLine
                    END-STRING
                    WRITE BatchRunLine
                    MOVE WS-ReasLeft TO WS-BatchCountEdit
                    MOVE SPACES TO BatchRunLine
                    STRING "NOT MOVED: " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
                        INTO BatchRunLine
                    END-STRING
                    WRITE BatchRunLine
                    MOVE WS-ReasDue TO WS-BatchCountEdit
                    MOVE SPACES TO BatchRunLine
                    STRING "FOLLOW-UPS DUE: " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
                        INTO BatchRunLine
                    END-STRING
                    WRITE BatchRunLine
                    MOVE "SEE HANDOVER.RPT FOR DETAIL" TO BatchRunLine
                    WRITE BatchRunLine
                    IF (WS-ReasMoved = 0 OR WS-ReasOverflow = "YES")
                        AND WS-BatchReturnCode = 0
                        MOVE 4 TO WS-BatchReturnCode
                    END-IF
                END-IF
            END-IF
        WHEN "OWNERS"
            MOVE FUNCTION UPPER-CASE(WS-BatchArg1) TO WS-OwnerDefaultId
            MOVE "YES" TO WS-OwnerCheckActive
            IF WS-OwnerDefaultId NOT = SPACES
                MOVE WS-OwnerDefaultId TO WS-OwnerCheckId
                PERFORM CheckOwnerOperator
            END-IF
            IF WS-OwnerCheckActive NOT = "YES"
                MOVE "DEFAULT OWNER NOT ON FILE OR NOT ACTIVE" TO BatchRunLine
                WRITE BatchRunLine
                MOVE 8 TO WS-BatchReturnCode
            ELSE
                PERFORM SeedContactOwners
                MOVE WS-OwnerSeeded TO WS-BatchCountEdit
                MOVE SPACES TO BatchRunLine
                STRING "OWNERS ASSIGNED: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
                    INTO BatchRunLine
                END-STRING
                WRITE BatchRunLine
                MOVE WS-OwnerUnassigned TO WS-BatchCountEdit
                MOVE SPACES TO BatchRunLine
                STRING "CONTACTS STILL WITHOUT OWNER: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
                    INTO BatchRunLine
                END-STRING
                WRITE BatchRunLine
                IF WS-OwnerUnassigned > 0 AND WS-BatchReturnCode = 0
                    MOVE 4 TO WS-BatchReturnCode
                END-IF
            END-IF
        WHEN "ZIPLOAD"
            PERFORM LoadZipReferenceList
            EVALUATE TRUE
                WHEN WS-ZipListOk = "NO"
                    MOVE "UNABLE TO OPEN ZIPLIST.DAT" TO BatchRunLine
                    WRITE BatchRunLine
                    MOVE 8 TO WS-BatchReturnCode
                WHEN WS-ZipListValid = 0
                    MOVE "NO USABLE LINES IN ZIPLIST.DAT - TABLE NOT REPLACED"
                        TO BatchRunLine
                    WRITE BatchRunLine
                    MOVE 8 TO WS-BatchReturnCode
                WHEN OTHER
                    MOVE WS-ZipLoaded TO WS-BatchCountEdit
                    MOVE SPACES TO BatchRunLine
                    STRING "ZIP CODES LOADED: " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
                        INTO BatchRunLine
                    END-STRING
                    WRITE BatchRunLine
                    MOVE WS-ZipDuplicates TO WS-BatchCountEdit
                    MOVE SPACES TO BatchRunLine
                    STRING "DUPLICATE ZIP CODES SKIPPED: " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
                        INTO BatchRunLine
                    END-STRING
                    WRITE BatchRunLine
                    MOVE WS-ZipRejected TO WS-BatchCountEdit
                    MOVE SPACES TO BatchRunLine
                    STRING "LINES REJECTED: " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
                        INTO BatchRunLine
                    END-STRING
                    WRITE BatchRunLine
                    IF WS-ZipRejected > 0 AND WS-BatchReturnCode = 0
                        MOVE 4 TO WS-BatchReturnCode
                    END-IF
            END-EVALUATE
        WHEN "ZIPCHECK"
            PERFORM RunZipSweep
            IF WS-ZipRefAvailable = "NO"
                MOVE "ZIP REFERENCE TABLE NOT LOADED - RUN ZIPLOAD"
                    TO BatchRunLine
                WRITE BatchRunLine
                MOVE 8 TO WS-BatchReturnCode
            ELSE
                MOVE WS-ZipChecked TO WS-BatchCountEdit
                PERFORM WriteBatchCountLine
                MOVE WS-ZipFailed TO WS-BatchCountEdit
                MOVE SPACES TO BatchRunLine
                STRING "ADDRESSES FAILING ZIP CHECK: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
                    INTO BatchRunLine
                END-STRING
                WRITE BatchRunLine
                MOVE "SEE ZIPCHECK.RPT - LIST QUEUED FOR ADDRESS FIXUP"
                    TO BatchRunLine
                WRITE BatchRunLine
                IF WS-ZipFailed > 0 AND WS-BatchReturnCode = 0
                    MOVE 4 TO WS-BatchReturnCode
                END-IF
            END-IF
        WHEN "AUDITCHK"
            PERFORM RunAuditCheck
            IF WS-AcAvailable = "NO"
                MOVE SPACES TO BatchRunLine
                STRING "BACKUP CONTACTS.DAT.PRIOR NOT USABLE - "
                    DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AcProblem) DELIMITED BY SIZE
                    INTO BatchRunLine
                END-STRING
                WRITE BatchRunLine
                MOVE 8 TO WS-BatchReturnCode
            ELSE
                MOVE WS-AcCompared TO WS-BatchCountEdit
                PERFORM WriteBatchCountLine
                MOVE WS-AcDiffs TO WS-BatchCountEdit
                MOVE SPACES TO BatchRunLine
                STRING "DIFFERENCES SINCE BACKUP: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
                    INTO BatchRunLine
                END-STRING
                WRITE BatchRunLine
                MOVE WS-AcUnaudited TO WS-BatchCountEdit
                MOVE SPACES TO BatchRunLine
                STRING "CHANGES WITH NO AUDIT ENTRY: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
                    INTO BatchRunLine
                END-STRING
                WRITE BatchRunLine
                MOVE WS-AcNotInFile TO WS-BatchCountEdit
                MOVE SPACES TO BatchRunLine
                STRING "AUDIT ENTRIES NOT IN FILE: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
                    INTO BatchRunLine
                END-STRING
                WRITE BatchRunLine
                MOVE "SEE AUDITCHK.RPT" TO BatchRunLine
                WRITE BatchRunLine
                IF (WS-AcUnaudited > 0 OR WS-AcNotInFile > 0)
                    AND WS-BatchReturnCode = 0
                    MOVE 4 TO WS-BatchReturnCode
                END-IF
            END-IF
        WHEN "ACCTREC"
            MOVE "NO" TO WS-ArApply
            IF FUNCTION UPPER-CASE(WS-BatchArg1) = "APPLY"
                MOVE "YES" TO WS-ArApply
            END-IF
            PERFORM RunAccountReconciliation
            IF WS-ArAvailable = "NO"
                MOVE SPACES TO BatchRunLine
                STRING "ACCOUNT RECONCILIATION NOT RUN - " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-ArProblem) DELIMITED BY SIZE
                    INTO BatchRunLine
                END-STRING
                WRITE BatchRunLine
                MOVE 8 TO WS-BatchReturnCode
            ELSE
                MOVE WS-ArCompanies TO WS-BatchCountEdit
                MOVE SPACES TO BatchRunLine
                STRING "COMPANIES CHECKED: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
                    INTO BatchRunLine
                END-STRING
                WRITE BatchRunLine
                COMPUTE WS-BatchCountEdit =
                    WS-ArMissingHere + WS-ArMissingThere
                MOVE SPACES TO BatchRunLine
                STRING "ACCOUNTS MISSING: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
                    INTO BatchRunLine
                END-STRING
                WRITE BatchRunLine
                MOVE WS-ArDiffs TO WS-BatchCountEdit
                MOVE SPACES TO BatchRunLine
                STRING "COMPANIES WITH DIFFERENCES: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
                    INTO BatchRunLine
                END-STRING
                WRITE BatchRunLine
                COMPUTE WS-BatchCountEdit =
                    WS-ArClosedThere + WS-ArClosedHere
                MOVE SPACES TO BatchRunLine
                STRING "STATUS MISMATCHES: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
                    INTO BatchRunLine
                END-STRING
                WRITE BatchRunLine
                MOVE WS-ArClosedContacts TO WS-BatchCountEdit
                MOVE SPACES TO BatchRunLine
                STRING "CONTACTS AT CLOSED COMPANIES: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
                    INTO BatchRunLine
                END-STRING
                WRITE BatchRunLine
                IF WS-ArApply = "YES"
                    MOVE WS-ArApplied TO WS-BatchCountEdit
                    MOVE SPACES TO BatchRunLine
                    STRING "COMPANIES UPDATED FROM ACCOUNTING: "
                        DELIMITED BY SIZE
                        FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
                        INTO BatchRunLine
                    END-STRING
                    WRITE BatchRunLine
                END-IF
                MOVE "SEE ACCTREC.RPT" TO BatchRunLine
                WRITE BatchRunLine
                IF (WS-ArMissingHere > 0 OR WS-ArMissingThere > 0
                    OR WS-ArDiffs > 0 OR WS-ArClosedThere > 0
                    OR WS-ArClosedHere > 0 OR WS-ArClosedContacts > 0)
                    AND WS-BatchReturnCode = 0
                    MOVE 4 TO WS-BatchReturnCode
                END-IF
            END-IF
        WHEN "XREF"
            PERFORM RunXrefSweep
            MOVE WS-XrefOrphanNotes TO WS-XrefCountEdit
            MOVE SPACES TO BatchRunLine
            STRING "ORPHAN NOTES: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-XrefCountEdit) DELIMITED BY SIZE
                INTO BatchRunLine
            END-STRING
            WRITE BatchRunLine
            MOVE WS-XrefOrphanMembers TO WS-XrefCountEdit
            MOVE SPACES TO BatchRunLine
            STRING "ORPHAN CAMPAIGN MEMBERS: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-XrefCountEdit) DELIMITED BY SIZE
                INTO BatchRunLine
            END-STRING
            WRITE BatchRunLine
            MOVE WS-XrefDeadLinks TO WS-XrefCountEdit
            MOVE SPACES TO BatchRunLine
            STRING "DEAD COMPANY LINKS: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-XrefCountEdit) DELIMITED BY SIZE
                INTO BatchRunLine
            END-STRING
            WRITE BatchRunLine
            MOVE WS-XrefStaleLocks TO WS-XrefCountEdit
            MOVE SPACES TO BatchRunLine
            STRING "STALE LOCKS: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-XrefCountEdit) DELIMITED BY SIZE
                INTO BatchRunLine
            END-STRING
            WRITE BatchRunLine
            MOVE WS-XrefUnusedCategories TO WS-XrefCountEdit
            MOVE SPACES TO BatchRunLine
            STRING "UNUSED CATEGORIES: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-XrefCountEdit) DELIMITED BY SIZE
                INTO BatchRunLine
            END-STRING
            WRITE BatchRunLine
            MOVE "SEE XREF.RPT FOR DETAIL" TO BatchRunLine
            WRITE BatchRunLine
            IF WS-XrefExceptions > 0
                IF WS-XrefApply NOT = "YES"
                    MOVE "PREVIEW ONLY - RERUN WITH APPLY TO CORRECT"
                        TO BatchRunLine
                    WRITE BatchRunLine
                END-IF
                IF WS-BatchReturnCode = 0
                    MOVE 4 TO WS-BatchReturnCode
                END-IF
            END-IF
        WHEN OTHER
            MOVE "UNKNOWN FUNCTION REQUESTED" TO BatchRunLine
            WRITE BatchRunLine
            MOVE 8 TO WS-BatchReturnCode
    END-EVALUATE.

RunBatchJobStream.
    MOVE 0 TO WS-JobWorstCode
    MOVE 0 TO WS-JobStepCount
    MOVE "NO" TO WS-JobHalted
    OPEN INPUT JobControlFile
    IF WS-JobControlFileStatus NOT = "00"
        MOVE "UNABLE TO OPEN CONTACTS.JOB" TO BatchRunLine
        WRITE BatchRunLine
        MOVE 8 TO WS-JobWorstCode
    ELSE
        MOVE "NO" TO WS-JobEOF
        PERFORM RunBatchJobStep UNTIL WS-JobEOF = "YES"
        CLOSE JobControlFile
    END-IF
    MOVE WS-JobWorstCode TO WS-BatchReturnCode.

ScanJobForAuditCheck.
    OPEN INPUT JobControlFile
    IF WS-JobControlFileStatus = "00"
        MOVE "NO" TO WS-JobEOF
        PERFORM ScanJobCardForAuditCheck UNTIL WS-JobEOF = "YES"
        CLOSE JobControlFile
    END-IF.

ScanJobCardForAuditCheck.
    READ JobControlFile
        AT END MOVE "YES" TO WS-JobEOF
        NOT AT END
            IF JobControlLine NOT = SPACES
                AND JobControlLine(1:1) NOT = "*"
                MOVE SPACES TO WS-JobStepFunc WS-JobScanWord
                UNSTRING FUNCTION UPPER-CASE(JobControlLine)
                    DELIMITED BY ","
                    INTO WS-JobStepFunc
                END-UNSTRING
                UNSTRING FUNCTION TRIM(WS-JobStepFunc) DELIMITED BY ALL " "
                    INTO WS-JobScanWord
                END-UNSTRING
                IF WS-JobScanWord = "AUDITCHK"
                    MOVE "YES" TO WS-KeepPriorCopy
                END-IF
            END-IF
    END-READ.

RunBatchJobStep.
    READ JobControlFile
        AT END MOVE "YES" TO WS-JobEOF
        NOT AT END
            IF JobControlLine = SPACES OR JobControlLine(1:1) = "*"
                CONTINUE
            ELSE
                PERFORM RunBatchJobCard
            END-IF
    END-READ.

RunBatchJobCard.
    ADD 1 TO WS-JobStepCount
    MOVE SPACES TO WS-JobStepFunc WS-JobStepCondRaw
    UNSTRING FUNCTION UPPER-CASE(JobControlLine) DELIMITED BY ","
        INTO WS-JobStepFunc WS-JobStepCondRaw
    END-UNSTRING
    MOVE FUNCTION TRIM(WS-JobStepFunc) TO WS-JobStepFunc
    MOVE 99 TO WS-JobStepCond
    COMPUTE WS-JobNumCheck = FUNCTION TEST-NUMVAL(WS-JobStepCondRaw)
    IF WS-JobNumCheck = 0 AND WS-JobStepCondRaw NOT = SPACES
        COMPUTE WS-JobStepCond = FUNCTION NUMVAL(WS-JobStepCondRaw)
    END-IF
    MOVE WS-JobStepCount TO WS-JobStepCountEdit
    EVALUATE TRUE
        WHEN WS-JobHalted = "YES"
            MOVE SPACES TO BatchRunLine
            STRING "STEP " DELIMITED BY SIZE
                FUNCTION TRIM(WS-JobStepCountEdit) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(WS-JobStepFunc) DELIMITED BY SIZE
                " BYPASSED (CHAIN HALTED)" DELIMITED BY SIZE
                INTO BatchRunLine
            END-STRING
            WRITE BatchRunLine
        WHEN WS-JobWorstCode >= WS-JobStepCond
            MOVE "YES" TO WS-JobHalted
            MOVE WS-JobWorstCode TO WS-JobCodeEdit
            MOVE SPACES TO BatchRunLine
            STRING "STEP " DELIMITED BY SIZE
                FUNCTION TRIM(WS-JobStepCountEdit) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(WS-JobStepFunc) DELIMITED BY SIZE
                " BYPASSED (PRIOR CODE " DELIMITED BY SIZE
                FUNCTION TRIM(WS-JobCodeEdit) DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO BatchRunLine
            END-STRING
            WRITE BatchRunLine
        WHEN OTHER
            MOVE WS-JobStepFunc TO WS-BatchFunction
            MOVE 0 TO WS-BatchReturnCode
            PERFORM RunBatchStep
            MOVE WS-BatchReturnCode TO WS-JobCodeEdit
            MOVE SPACES TO BatchRunLine
            STRING "STEP " DELIMITED BY SIZE
                FUNCTION TRIM(WS-JobStepCountEdit) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(WS-JobStepFunc) DELIMITED BY SIZE
                " ENDED CODE " DELIMITED BY SIZE
                FUNCTION TRIM(WS-JobCodeEdit) DELIMITED BY SIZE
                INTO BatchRunLine
            END-STRING
            WRITE BatchRunLine
            IF WS-BatchReturnCode > WS-JobWorstCode
                MOVE WS-BatchReturnCode TO WS-JobWorstCode
            END-IF
    END-EVALUATE.

WriteBatchCountLine.
    MOVE SPACES TO BatchRunLine
    STRING "CONTACTS PROCESSED: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-BatchCountEdit) DELIMITED BY SIZE
        INTO BatchRunLine
    END-STRING
    WRITE BatchRunLine.

RunBatchStep.
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    MOVE WS-CurrentDateTime(1:14) TO WS-BhStepStart
    MOVE WS-BatchFunction TO WS-BhStepFunction
    PERFORM RunBatchFunction
    PERFORM NoteBatchStepCounts
    PERFORM CheckBatchStepAnomalies
    PERFORM WriteBatchHistoryStep.

NoteBatchStepCounts.
    MOVE 0 TO WS-BhStepCount(1) WS-BhStepCount(2)
    MOVE 0 TO WS-BhStepCount(3) WS-BhStepCount(4)
    IF WS-BatchReturnCode < 8
        EVALUATE WS-BhStepFunction
            WHEN "EXPORT"
            WHEN "INTEGRITY"
                MOVE WS-ContactsCount TO WS-BhStepCount(1)
            WHEN "REPORT"
                MOVE WS-ReportTotal TO WS-BhStepCount(1)
            WHEN "TICKLER"
                MOVE WS-TicklerTotal TO WS-BhStepCount(1)
            WHEN "IMPORT"
                MOVE WS-ImportCount TO WS-BhStepCount(1)
                MOVE WS-ImportRejected TO WS-BhStepCount(4)
            WHEN "PURGE"
                MOVE WS-PurgeCount TO WS-BhStepCount(3)
            WHEN "ICS"
                MOVE WS-IcsExportCount TO WS-BhStepCount(1)
            WHEN "DELTA"
                MOVE WS-DeltaCount TO WS-BhStepCount(2)
            WHEN "RESULTS"
                MOVE WS-RecapCount TO WS-BhStepCount(1)
            WHEN "EMAIL"
                MOVE WS-EmailRunCount TO WS-BhStepCount(1)
            WHEN "QUALITY"
                MOVE WS-QualTotal TO WS-BhStepCount(1)
            WHEN "ZIPCHECK"
                MOVE WS-ZipChecked TO WS-BhStepCount(1)
            WHEN "AUDITCHK"
                MOVE WS-AcCompared TO WS-BhStepCount(1)
                MOVE WS-AcDiffs TO WS-BhStepCount(2)
            WHEN "ACCTREC"
                MOVE WS-ArCompanies TO WS-BhStepCount(1)
                MOVE WS-ArDiffs TO WS-BhStepCount(2)
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

CheckBatchStepAnomalies.
    MOVE "NO" TO WS-BhStepAnomaly
    IF WS-BatchReturnCode < 8
        MOVE WS-BhStepFunction TO WS-BhSeekFunc
        PERFORM FindBatchHistoryFunction
        IF WS-BhFuncFoundIx > 0
            IF WS-BhFuncRuns(WS-BhFuncFoundIx) >= WS-BhMinRuns
                MOVE 1 TO WS-BhCountIx
                PERFORM CheckBatchCountAnomaly UNTIL WS-BhCountIx > 4
            END-IF
        END-IF
        PERFORM AddBatchHistorySample
    END-IF
    IF WS-BhStepAnomaly = "YES"
        MOVE "YES" TO WS-BhRunAnomaly
        IF WS-BatchReturnCode = 0
            MOVE 4 TO WS-BatchReturnCode
        END-IF
    END-IF.

CheckBatchCountAnomaly.
    MOVE 0 TO WS-BhSum
    MOVE 1 TO WS-BhSampleIx
    PERFORM SumBatchHistorySample UNTIL WS-BhSampleIx > WS-BhWindow
    COMPUTE WS-BhAverage = WS-BhSum / WS-BhFuncRuns(WS-BhFuncFoundIx)
    MOVE SPACES TO WS-BhDirection
    EVALUATE TRUE
        WHEN WS-BhAverage >= WS-BhAnomalyFloor
            AND WS-BhStepCount(WS-BhCountIx) * 100 <=
                WS-BhAverage * (100 - WS-BhDropPercent)
            MOVE "BELOW" TO WS-BhDirection
        WHEN WS-BhStepCount(WS-BhCountIx) >= WS-BhAnomalyFloor
            AND WS-BhStepCount(WS-BhCountIx) >=
                WS-BhAverage * WS-BhSpikeFactor
            MOVE "ABOVE" TO WS-BhDirection
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF WS-BhDirection NOT = SPACES
        PERFORM WriteBatchAnomalyLine
    END-IF
    ADD 1 TO WS-BhCountIx.

SumBatchHistorySample.
    ADD WS-BhSampleCount(WS-BhFuncFoundIx, WS-BhSampleIx, WS-BhCountIx)
        TO WS-BhSum
    ADD 1 TO WS-BhSampleIx.

WriteBatchAnomalyLine.
    MOVE "YES" TO WS-BhStepAnomaly
    EVALUATE WS-BhCountIx
        WHEN 1
            MOVE "CONTACTS PROCESSED" TO WS-BhCountLabel
        WHEN 2
            MOVE "DELTA COUNT" TO WS-BhCountLabel
        WHEN 3
            MOVE "PURGE COUNT" TO WS-BhCountLabel
        WHEN OTHER
            MOVE "IMPORT REJECTS" TO WS-BhCountLabel
    END-EVALUATE
    MOVE WS-BhStepCount(WS-BhCountIx) TO WS-BhCountEdit
    MOVE WS-BhAverage TO WS-BhAverageEdit
    MOVE SPACES TO BatchRunLine
    STRING "WARNING: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-BhStepFunction) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(WS-BhCountLabel) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(WS-BhCountEdit) DELIMITED BY SIZE
        " WELL " DELIMITED BY SIZE
        WS-BhDirection DELIMITED BY SIZE
        " AVERAGE " DELIMITED BY SIZE
        FUNCTION TRIM(WS-BhAverageEdit) DELIMITED BY SIZE
        INTO BatchRunLine
    END-STRING
    WRITE BatchRunLine.

LoadBatchHistory.
    MOVE 0 TO WS-BhFuncUsed
    OPEN INPUT BatchHistFile
    IF WS-BatchHistFileStatus = "00"
        MOVE "NO" TO WS-BhEOF
        PERFORM UNTIL WS-BhEOF = "YES"
            READ BatchHistFile
                AT END
                    MOVE "YES" TO WS-BhEOF
                NOT AT END
                    IF BatchHistRecType = "S"
                        AND BatchHistReturnCode NUMERIC
                        AND BatchHistReturnCode < 8
                        PERFORM LoadBatchHistorySample
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BatchHistFile
    END-IF.

LoadBatchHistorySample.
    MOVE BatchHistFunction TO WS-BhSeekFunc
    MOVE BatchHistCount(1) TO WS-BhStepCount(1)
    MOVE BatchHistCount(2) TO WS-BhStepCount(2)
    MOVE BatchHistCount(3) TO WS-BhStepCount(3)
    MOVE BatchHistCount(4) TO WS-BhStepCount(4)
    PERFORM FindBatchHistoryFunction
    PERFORM AddBatchHistorySample.

FindBatchHistoryFunction.
    MOVE 0 TO WS-BhFuncFoundIx
    MOVE 1 TO WS-BhFuncIx
    PERFORM SeekBatchHistoryFunction
        UNTIL WS-BhFuncFoundIx > 0 OR WS-BhFuncIx > WS-BhFuncUsed.

SeekBatchHistoryFunction.
    IF WS-BhFuncName(WS-BhFuncIx) = WS-BhSeekFunc
        MOVE WS-BhFuncIx TO WS-BhFuncFoundIx
    ELSE
        ADD 1 TO WS-BhFuncIx
    END-IF.

AddBatchHistorySample.
    IF WS-BhFuncFoundIx = 0 AND WS-BhFuncUsed < 50
        ADD 1 TO WS-BhFuncUsed
        MOVE WS-BhFuncUsed TO WS-BhFuncFoundIx
        MOVE ZEROS TO WS-BhFuncEntry(WS-BhFuncFoundIx)
        MOVE WS-BhSeekFunc TO WS-BhFuncName(WS-BhFuncFoundIx)
        MOVE 1 TO WS-BhFuncNext(WS-BhFuncFoundIx)
    END-IF
    IF WS-BhFuncFoundIx > 0
        MOVE WS-BhFuncNext(WS-BhFuncFoundIx) TO WS-BhSampleIx
        MOVE WS-BhStepCounts
            TO WS-BhFuncSample(WS-BhFuncFoundIx, WS-BhSampleIx)
        IF WS-BhFuncRuns(WS-BhFuncFoundIx) < WS-BhWindow
            ADD 1 TO WS-BhFuncRuns(WS-BhFuncFoundIx)
        END-IF
        ADD 1 TO WS-BhFuncNext(WS-BhFuncFoundIx)
        IF WS-BhFuncNext(WS-BhFuncFoundIx) > WS-BhWindow
            MOVE 1 TO WS-BhFuncNext(WS-BhFuncFoundIx)
        END-IF
    END-IF.

WriteBatchHistoryStep.
    ADD 1 TO WS-BhStepSeq
    MOVE "S" TO WS-BhRecType
    MOVE WS-BhStepSeq TO WS-BhRecStep
    MOVE WS-BhStepFunction TO WS-BhRecFunction
    MOVE WS-BhStepStart TO WS-BhRecStart
    MOVE WS-BhStepAnomaly TO WS-BhRecAnomaly
    PERFORM AppendBatchHistory.

WriteBatchHistoryRun.
    MOVE "R" TO WS-BhRecType
    MOVE WS-BhStepSeq TO WS-BhRecStep
    MOVE WS-BhRunFunction TO WS-BhRecFunction
    MOVE WS-BhRunStamp TO WS-BhRecStart
    MOVE WS-BhRunAnomaly TO WS-BhRecAnomaly
    MOVE 0 TO WS-BhStepCount(1) WS-BhStepCount(2)
    MOVE 0 TO WS-BhStepCount(3) WS-BhStepCount(4)
    PERFORM AppendBatchHistory.

AppendBatchHistory.
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    OPEN EXTEND BatchHistFile
    IF WS-BatchHistFileStatus = "35"
        OPEN OUTPUT BatchHistFile
    END-IF
    IF WS-BatchHistFileStatus = "00"
        MOVE WS-BhRunStamp TO BatchHistRunStamp
        MOVE WS-BhRecType TO BatchHistRecType
        MOVE WS-BhRecStep TO BatchHistStep
        MOVE WS-BhRecFunction TO BatchHistFunction
        MOVE WS-BhRecStart TO BatchHistStartStamp
        MOVE WS-CurrentDateTime(1:14) TO BatchHistEndStamp
        MOVE WS-BatchReturnCode TO BatchHistReturnCode
        MOVE WS-BhStepCount(1) TO BatchHistCount(1)
        MOVE WS-BhStepCount(2) TO BatchHistCount(2)
        MOVE WS-BhStepCount(3) TO BatchHistCount(3)
        MOVE WS-BhStepCount(4) TO BatchHistCount(4)
        MOVE "N" TO BatchHistAnomaly
        IF WS-BhRecAnomaly = "YES"
            MOVE "Y" TO BatchHistAnomaly
        END-IF
        MOVE WS-Operator TO BatchHistStartedBy
        WRITE BatchHistRecord
        CLOSE BatchHistFile
    END-IF.

DisplayBatchHistoryScreen.
    PERFORM LoadBatchHistoryScreen
    MOVE "C" TO RESPONSE-IN-WS
    DISPLAY BATCH-HISTORY-SCREEN-HEADER
    DISPLAY BATCH-HISTORY-SECTION
    DISPLAY BATCH-HISTORY-MENU
    ACCEPT BATCH-HISTORY-INPUT
    IF RESPONSE-IN-WS = "P" OR "p"
        PERFORM PrintBatchHistoryReport
        DISPLAY CLEAR-SCREEN
        DISPLAY BATCH-HISTORY-SCREEN-HEADER
        DISPLAY BATCH-HISTORY-PRINTED-SCREEN
        ACCEPT BATCH-HISTORY-PRINTED-INPUT
    END-IF.

LoadBatchHistoryScreen.
    MOVE 0 TO WS-BhRunTotal
    MOVE 0 TO WS-BhRunSeen
    MOVE SPACES TO WS-BhShowTable
    OPEN INPUT BatchHistFile
    IF WS-BatchHistFileStatus = "00"
        MOVE "NO" TO WS-BhEOF
        PERFORM UNTIL WS-BhEOF = "YES"
            READ BatchHistFile
                AT END
                    MOVE "YES" TO WS-BhEOF
                NOT AT END
                    IF BatchHistRecType = "R"
                        ADD 1 TO WS-BhRunTotal
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BatchHistFile
    END-IF
    MOVE 0 TO WS-BhRunSkip
    IF WS-BhRunTotal > 10
        COMPUTE WS-BhRunSkip = WS-BhRunTotal - 10
    END-IF
    IF WS-BhRunTotal > 0
        OPEN INPUT BatchHistFile
        MOVE "NO" TO WS-BhEOF
        PERFORM UNTIL WS-BhEOF = "YES"
            READ BatchHistFile
                AT END
                    MOVE "YES" TO WS-BhEOF
                NOT AT END
                    IF BatchHistRecType = "R"
                        ADD 1 TO WS-BhRunSeen
                        IF WS-BhRunSeen > WS-BhRunSkip
                            PERFORM LoadBatchHistoryShowLine
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BatchHistFile
    END-IF.

LoadBatchHistoryShowLine.
    COMPUTE WS-BhShowIx = WS-BhRunTotal - WS-BhRunSeen + 1
    MOVE SPACES TO WS-BhShowStart WS-BhShowEnd WS-BhShowFunction
    MOVE SPACES TO WS-BhShowBy WS-BhShowFlag
    STRING BatchHistRunStamp(1:8) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        BatchHistRunStamp(9:2) DELIMITED BY SIZE
        ":" DELIMITED BY SIZE
        BatchHistRunStamp(11:2) DELIMITED BY SIZE
        ":" DELIMITED BY SIZE
        BatchHistRunStamp(13:2) DELIMITED BY SIZE
        INTO WS-BhShowStart
    END-STRING
    STRING BatchHistEndStamp(9:2) DELIMITED BY SIZE
        ":" DELIMITED BY SIZE
        BatchHistEndStamp(11:2) DELIMITED BY SIZE
        ":" DELIMITED BY SIZE
        BatchHistEndStamp(13:2) DELIMITED BY SIZE
        INTO WS-BhShowEnd
    END-STRING
    MOVE BatchHistFunction TO WS-BhShowFunction
    MOVE BatchHistStep TO WS-BhShowSteps
    MOVE BatchHistReturnCode TO WS-BhShowCode
    MOVE BatchHistStartedBy TO WS-BhShowBy
    IF BatchHistAnomaly = "Y"
        MOVE " *" TO WS-BhShowFlag
    END-IF
    MOVE WS-BhShowDetail TO WS-BhShowLine(WS-BhShowIx).

PrintBatchHistoryReport.
    MOVE 0 TO WS-BhRptRuns WS-BhRptWarned WS-BhRptFailed
    MOVE 0 TO WS-BhRptAnomalies
    MOVE SPACES TO WS-BhRptRunStamp
    MOVE "NO" TO WS-BhRptRunOpen
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    OPEN OUTPUT BatchHistReportFile
    MOVE SPACES TO BatchHistReportLine
    STRING "CONTACTS BATCH RUN HISTORY " DELIMITED BY SIZE
        WS-CurrentDateTime(1:14) DELIMITED BY SIZE
        INTO BatchHistReportLine
    END-STRING
    WRITE BatchHistReportLine
    MOVE SPACES TO BatchHistReportLine
    WRITE BatchHistReportLine
    MOVE SPACES TO BatchHistReportLine
    STRING "  STP FUNCTION   START    END      CODE" DELIMITED BY SIZE
        " CONTACTS    DELTA    PURGE  REJECTS" DELIMITED BY SIZE
        INTO BatchHistReportLine
    END-STRING
    WRITE BatchHistReportLine
    OPEN INPUT BatchHistFile
    IF WS-BatchHistFileStatus = "00"
        MOVE "NO" TO WS-BhEOF
        PERFORM UNTIL WS-BhEOF = "YES"
            READ BatchHistFile
                AT END
                    MOVE "YES" TO WS-BhEOF
                NOT AT END
                    PERFORM WriteBatchHistoryReportEntry
            END-READ
        END-PERFORM
        CLOSE BatchHistFile
    END-IF
    IF WS-BhRptRunOpen = "YES"
        PERFORM WriteBatchHistoryNoEnd
    END-IF
    MOVE SPACES TO BatchHistReportLine
    WRITE BatchHistReportLine
    MOVE WS-BhRptRuns TO WS-BhRptCountEdit
    MOVE SPACES TO BatchHistReportLine
    STRING "RUNS COMPLETED:           " DELIMITED BY SIZE
        WS-BhRptCountEdit DELIMITED BY SIZE
        INTO BatchHistReportLine
    END-STRING
    WRITE BatchHistReportLine
    MOVE WS-BhRptWarned TO WS-BhRptCountEdit
    MOVE SPACES TO BatchHistReportLine
    STRING "ENDED WITH WARNINGS:      " DELIMITED BY SIZE
        WS-BhRptCountEdit DELIMITED BY SIZE
        INTO BatchHistReportLine
    END-STRING
    WRITE BatchHistReportLine
    MOVE WS-BhRptFailed TO WS-BhRptCountEdit
    MOVE SPACES TO BatchHistReportLine
    STRING "ENDED IN FAILURE:         " DELIMITED BY SIZE
        WS-BhRptCountEdit DELIMITED BY SIZE
        INTO BatchHistReportLine
    END-STRING
    WRITE BatchHistReportLine
    MOVE WS-BhRptAnomalies TO WS-BhRptCountEdit
    MOVE SPACES TO BatchHistReportLine
    STRING "RUNS WITH COUNT WARNINGS: " DELIMITED BY SIZE
        WS-BhRptCountEdit DELIMITED BY SIZE
        INTO BatchHistReportLine
    END-STRING
    WRITE BatchHistReportLine
    CLOSE BatchHistReportFile.

WriteBatchHistoryReportEntry.
    IF BatchHistRunStamp NOT = WS-BhRptRunStamp
        IF WS-BhRptRunOpen = "YES"
            PERFORM WriteBatchHistoryNoEnd
        END-IF
        MOVE BatchHistRunStamp TO WS-BhRptRunStamp
        MOVE "YES" TO WS-BhRptRunOpen
        MOVE SPACES TO BatchHistReportLine
        WRITE BatchHistReportLine
        MOVE SPACES TO BatchHistReportLine
        STRING "RUN " DELIMITED BY SIZE
            BatchHistRunStamp DELIMITED BY SIZE
            " STARTED BY " DELIMITED BY SIZE
            FUNCTION TRIM(BatchHistStartedBy) DELIMITED BY SIZE
            INTO BatchHistReportLine
        END-STRING
        WRITE BatchHistReportLine
    END-IF
    IF BatchHistRecType = "S"
        MOVE BatchHistStep TO WS-BhRptStepNo
        MOVE BatchHistFunction TO WS-BhRptFunction
        MOVE SPACES TO WS-BhRptStart WS-BhRptEnd WS-BhRptFlag
        STRING BatchHistStartStamp(9:2) DELIMITED BY SIZE
            ":" DELIMITED BY SIZE
            BatchHistStartStamp(11:2) DELIMITED BY SIZE
            ":" DELIMITED BY SIZE
            BatchHistStartStamp(13:2) DELIMITED BY SIZE
            INTO WS-BhRptStart
        END-STRING
        STRING BatchHistEndStamp(9:2) DELIMITED BY SIZE
            ":" DELIMITED BY SIZE
            BatchHistEndStamp(11:2) DELIMITED BY SIZE
            ":" DELIMITED BY SIZE
            BatchHistEndStamp(13:2) DELIMITED BY SIZE
            INTO WS-BhRptEnd
        END-STRING
        MOVE BatchHistReturnCode TO WS-BhRptCode
        MOVE BatchHistCount(1) TO WS-BhRptCount(1)
        MOVE BatchHistCount(2) TO WS-BhRptCount(2)
        MOVE BatchHistCount(3) TO WS-BhRptCount(3)
        MOVE BatchHistCount(4) TO WS-BhRptCount(4)
        IF BatchHistAnomaly = "Y"
            MOVE " *" TO WS-BhRptFlag
        END-IF
        MOVE WS-BhRptStep TO BatchHistReportLine
        WRITE BatchHistReportLine
    ELSE
        MOVE "NO" TO WS-BhRptRunOpen
        ADD 1 TO WS-BhRptRuns
        EVALUATE TRUE
            WHEN BatchHistReturnCode = 0
                CONTINUE
            WHEN BatchHistReturnCode = 4
                ADD 1 TO WS-BhRptWarned
            WHEN OTHER
                ADD 1 TO WS-BhRptFailed
        END-EVALUATE
        MOVE BatchHistReturnCode TO WS-BhRptCode
        MOVE BatchHistStep TO WS-BhShowSteps
        MOVE SPACES TO BatchHistReportLine
        STRING "  RUN " DELIMITED BY SIZE
            FUNCTION TRIM(BatchHistFunction) DELIMITED BY SIZE
            " ENDED " DELIMITED BY SIZE
            BatchHistEndStamp DELIMITED BY SIZE
            " STEPS " DELIMITED BY SIZE
            FUNCTION TRIM(WS-BhShowSteps) DELIMITED BY SIZE
            " CODE " DELIMITED BY SIZE
            FUNCTION TRIM(WS-BhRptCode) DELIMITED BY SIZE
            INTO BatchHistReportLine
        END-STRING
        WRITE BatchHistReportLine
        IF BatchHistAnomaly = "Y"
            ADD 1 TO WS-BhRptAnomalies
            MOVE "  * COUNT WARNING - SEE STEPS MARKED *"
                TO BatchHistReportLine
            WRITE BatchHistReportLine
        END-IF
    END-IF.

WriteBatchHistoryNoEnd.
    MOVE "  RUN DID NOT RECORD AN END - CHECK THE JOB LOG"
        TO BatchHistReportLine
    WRITE BatchHistReportLine.

DisplayAddContactScreen.
    MOVE SPACES TO WS-Contact
    DISPLAY NEW-CONTACT-SCREEN-HEADER.
    DISPLAY NAME-SECTION.
    DISPLAY NEW-CONTACT-SCREEN-MENU.
    ACCEPT NAME-SECTION.
    ACCEPT NEW-CONTACT-MENU-INPUT.
    STRING FirstName OF FullName DELIMITED BY SPACE
    SPACE DELIMITED BY SIZE
        LastName OF FullName DELIMITED BY SPACE
        SPACE DELIMITED BY SIZE
        INTO WS-Name
        ON OVERFLOW
        DISPLAY "The FirstName was truncated"
    END-STRING
    EVALUATE RESPONSE-IN-WS
        WHEN "S"
        WHEN "s"
            IF NOT FullName = SPACES
                MOVE FirstName TO WS-FirstName
                MOVE LastName TO WS-LastName
                MOVE Phone TO WS-Phone
                MOVE Email TO WS-Email
                MOVE MailingAddress TO WS-MailingAddress
                MOVE Category TO WS-Category
                MOVE FollowUpDate TO WS-FollowUpDate
                MOVE LastContactedDate TO WS-LastContactedDate
                MOVE ContactCompanyId TO WS-CompanyId
                MOVE WS-Phone TO WS-EntryPhone
                MOVE WS-Email TO WS-EntryEmail
                MOVE WS-Category TO WS-EntryCategory
                MOVE WS-CompanyId TO WS-EntryCompanyId
                MOVE WS-AddressCity TO WS-EntryCity
                MOVE WS-AddressState TO WS-EntryState
                MOVE WS-AddressZip TO WS-EntryZip
                PERFORM ValidateContactEntry
                PERFORM DisplayAddContactRetry
                    UNTIL WS-EntryValid = "YES"
                        OR RESPONSE-IN-WS = "Q" OR "q"
                IF WS-EntryValid = "YES"
                    MOVE WS-EntryPhone TO WS-Phone
                    MOVE WS-EntryEmail TO WS-Email
                    MOVE WS-EntryCategory TO WS-Category
                    MOVE WS-EntryCity TO WS-AddressCity
                    MOVE WS-EntryState TO WS-AddressState
                    PERFORM CheckForDuplicateContact
                    MOVE "YES" TO WS-SaveConfirmed
                ELSE
                    MOVE "NO" TO WS-DuplicateFound
                    MOVE "NO" TO WS-SaveConfirmed
                END-IF
                IF WS-DuplicateFound = "YES"
                    DISPLAY DUPLICATE-CONTACT-SCREEN-HEADER
                    DISPLAY DUPLICATE-CONTACT-CONFIRM-MENU
                    ACCEPT DUPLICATE-CONTACT-CONFIRM-INPUT
                    IF RESPONSE-IN-WS = "Y" OR "y"
                        MOVE "YES" TO WS-SaveConfirmed
                    ELSE
                        MOVE "NO" TO WS-SaveConfirmed
                    END-IF
                END-IF
                IF WS-SaveConfirmed = "YES"
                    PERFORM AllocateNextContactId
                    MOVE WS-NextContactId TO ContactId
                    MOVE WS-FirstName TO FirstName
                    MOVE WS-LastName TO LastName
                    MOVE WS-Phone TO Phone
                    MOVE WS-Email TO Email
                    MOVE WS-MailingAddress TO MailingAddress
                    MOVE WS-Category TO Category
                    MOVE WS-FollowUpDate TO FollowUpDate
                    MOVE WS-LastContactedDate TO LastContactedDate
                    MOVE WS-CompanyId TO ContactCompanyId
                    MOVE WS-NoMailFlag TO NoMailFlag
                    MOVE WS-NoCallFlag TO NoCallFlag
                    MOVE WS-NoEmailFlag TO NoEmailFlag
                    MOVE WS-ConsentReason TO ConsentReason
                    MOVE WS-ConsentDate TO ConsentDate
                    OPEN I-O ContactsFile
                    MOVE "YES" TO WS-WriteOk
                    WRITE Contact
                        INVALID KEY
                            DISPLAY "Unable to save contact"
                            MOVE "NO" TO WS-WriteOk
                    END-WRITE
                    MOVE ContactId TO WS-AuditContactId
                    MOVE Contact TO WS-AuditAfterName
                    CLOSE ContactsFile
                    IF WS-WriteOk = "YES"
                        MOVE "CREATE" TO WS-AuditAction
                        MOVE SPACES TO WS-AuditBeforeName
                        PERFORM WriteAuditLogEntry
                        MOVE WS-AuditContactId TO WS-OwnerSeekId
                        PERFORM AssignNewContactOwner
                        ADD 1 TO WS-NextContactId
                        ADD 1 TO WS-ContactsCount
                        PERFORM WriteControlFile
                    END-IF
                END-IF
            END-IF
        WHEN "Q"
        WHEN "q"
            CONTINUE
        WHEN OTHER
            PERFORM DisplayAddContactScreen
    END-EVALUATE.

DisplayAddContactRetry.
    DISPLAY CLEAR-SCREEN
    DISPLAY NEW-CONTACT-SCREEN-HEADER
    DISPLAY VALIDATION-ERROR-SECTION
    DISPLAY NAME-SECTION
    DISPLAY NEW-CONTACT-SCREEN-MENU
    ACCEPT NAME-SECTION
    ACCEPT NEW-CONTACT-MENU-INPUT
    IF RESPONSE-IN-WS = "S" OR "s"
        MOVE FirstName TO WS-FirstName
        MOVE LastName TO WS-LastName
        MOVE Phone TO WS-Phone
        MOVE Email TO WS-Email
        MOVE MailingAddress TO WS-MailingAddress
        MOVE Category TO WS-Category
        MOVE FollowUpDate TO WS-FollowUpDate
        MOVE LastContactedDate TO WS-LastContactedDate
        MOVE ContactCompanyId TO WS-CompanyId
        MOVE WS-Phone TO WS-EntryPhone
        MOVE WS-Email TO WS-EntryEmail
        MOVE WS-Category TO WS-EntryCategory
        MOVE WS-CompanyId TO WS-EntryCompanyId
        MOVE WS-AddressCity TO WS-EntryCity
        MOVE WS-AddressState TO WS-EntryState
        MOVE WS-AddressZip TO WS-EntryZip
        PERFORM ValidateContactEntry
    END-IF.

ValidateContactEntry.
    MOVE "YES" TO WS-EntryValid
    MOVE SPACES TO WS-ValidationMessage
    MOVE FUNCTION UPPER-CASE(WS-EntryCategory) TO WS-EntryCategory
    IF WS-EntryCategory NOT = SPACES
        PERFORM LookupCategory
        IF WS-CategoryFound NOT = "YES"
            MOVE "NO" TO WS-EntryValid
            MOVE "Category is not an active entry in the category table"
                TO WS-ValidationMessage
        END-IF
    END-IF
    IF WS-EntryValid = "YES" AND WS-EntryEmail NOT = SPACES
        MOVE 0 TO WS-EmailAtCount
        MOVE 0 TO WS-EmailDotAfter
        INSPECT WS-EntryEmail TALLYING WS-EmailAtCount FOR ALL "@"
        INSPECT WS-EntryEmail TALLYING WS-EmailDotAfter
            FOR ALL "." AFTER INITIAL "@"
        IF WS-EmailAtCount NOT = 1 OR WS-EmailDotAfter = 0
            MOVE "NO" TO WS-EntryValid
            MOVE "Email does not look like an address"
                TO WS-ValidationMessage
        END-IF
    END-IF
    IF WS-EntryValid = "YES" AND WS-EntryPhone NOT = SPACES
        PERFORM NormalizePhoneNumber
        IF WS-PhoneValid NOT = "YES"
            MOVE "NO" TO WS-EntryValid
            MOVE "Phone must contain 10 digits"
                TO WS-ValidationMessage
        END-IF
    END-IF
    IF WS-EntryValid = "YES" AND WS-EntryCompanyId > 0
        PERFORM LookupCompany
        IF WS-CompanyFound NOT = "YES"
            MOVE "NO" TO WS-EntryValid
            MOVE "Company is not an active entry in the company file"
                TO WS-ValidationMessage
        END-IF
    END-IF
    IF WS-EntryValid = "YES"
        PERFORM CheckEntryZip
    END-IF.

CheckEntryZip.
    IF WS-EntryZip NOT = SPACES
        MOVE WS-EntryZip(1:5) TO WS-ZipSeekZip
        PERFORM LookupZipReference
        IF WS-ZipRefAvailable = "YES"
            EVALUATE TRUE
                WHEN WS-ZipSeekZip NOT NUMERIC
                    MOVE "NO" TO WS-EntryValid
                    MOVE "ZIP code must begin with 5 digits"
                        TO WS-ValidationMessage
                WHEN WS-ZipFound NOT = "YES"
                    MOVE "NO" TO WS-EntryValid
                    MOVE "ZIP code is not in the ZIP reference table"
                        TO WS-ValidationMessage
                WHEN OTHER
                    PERFORM MatchEntryToZip
            END-EVALUATE
        END-IF
    END-IF.

MatchEntryToZip.
    IF WS-EntryCity = SPACES
        MOVE WS-ZipFoundCity TO WS-EntryCity
    END-IF
    IF WS-EntryState = SPACES
        MOVE WS-ZipFoundState TO WS-EntryState
    END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EntryCity))
        TO WS-ZipCityUpper
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EntryState))
        TO WS-ZipStateUpper
    MOVE SPACES TO WS-ValidationMessage
    EVALUATE TRUE
        WHEN WS-ZipCityUpper NOT = WS-ZipFoundCity
            MOVE "NO" TO WS-EntryValid
            STRING "City should be " DELIMITED BY SIZE
                FUNCTION TRIM(WS-ZipFoundCity) DELIMITED BY SIZE
                " for ZIP " DELIMITED BY SIZE
                WS-ZipSeekZip DELIMITED BY SIZE
                INTO WS-ValidationMessage
            END-STRING
        WHEN WS-ZipStateUpper NOT = WS-ZipFoundState
            MOVE "NO" TO WS-EntryValid
            STRING "State should be " DELIMITED BY SIZE
                WS-ZipFoundState DELIMITED BY SIZE
                " for ZIP " DELIMITED BY SIZE
                WS-ZipSeekZip DELIMITED BY SIZE
                INTO WS-ValidationMessage
            END-STRING
        WHEN OTHER
            MOVE WS-ZipStateUpper TO WS-EntryState
    END-EVALUATE.

LookupZipReference.
    MOVE "NO" TO WS-ZipFound
    MOVE SPACES TO WS-ZipFoundCity WS-ZipFoundState
    IF WS-ZipRefKeepOpen NOT = "YES"
        MOVE "NO" TO WS-ZipRefAvailable
        OPEN INPUT ZipRefFile
        IF WS-ZipRefFileStatus = "00"
            MOVE "YES" TO WS-ZipRefAvailable
        END-IF
    END-IF
    IF WS-ZipRefAvailable = "YES"
        MOVE WS-ZipSeekZip TO ZipRefZip
        READ ZipRefFile RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "YES" TO WS-ZipFound
                MOVE ZipRefCity TO WS-ZipFoundCity
                MOVE ZipRefState TO WS-ZipFoundState
        END-READ
        IF WS-ZipRefKeepOpen NOT = "YES"
            CLOSE ZipRefFile
        END-IF
    END-IF.

LoadZipReferenceList.
    MOVE 0 TO WS-ZipLineNum WS-ZipLoaded
    MOVE 0 TO WS-ZipRejected WS-ZipDuplicates
    MOVE 0 TO WS-ZipListValid
    MOVE "NO" TO WS-ZipListOk
    OPEN INPUT ZipListFile
    IF WS-ZipListFileStatus = "00"
        MOVE "YES" TO WS-ZipListOk
        MOVE "NO" TO WS-ZipEOF
        PERFORM UNTIL WS-ZipEOF = "YES"
            READ ZipListFile
                AT END
                    MOVE "YES" TO WS-ZipEOF
                NOT AT END
                    ADD 1 TO WS-ZipLineNum
                    PERFORM ParseZipListLine
                    IF WS-ZipLineKind = "Z"
                        ADD 1 TO WS-ZipListValid
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ZipListFile
    END-IF
    IF WS-ZipListValid > 0
        MOVE 0 TO WS-ZipLineNum
        OPEN INPUT ZipListFile
        OPEN OUTPUT ZipRefFile
        CLOSE ZipRefFile
        OPEN I-O ZipRefFile
        MOVE "NO" TO WS-ZipEOF
        PERFORM UNTIL WS-ZipEOF = "YES"
            READ ZipListFile
                AT END
                    MOVE "YES" TO WS-ZipEOF
                NOT AT END
                    ADD 1 TO WS-ZipLineNum
                    PERFORM LoadZipReferenceLine
            END-READ
        END-PERFORM
        CLOSE ZipRefFile
        CLOSE ZipListFile
    END-IF.

LoadZipReferenceLine.
    PERFORM ParseZipListLine
    EVALUATE WS-ZipLineKind
        WHEN "Z"
            MOVE WS-ZipListRaw1(1:5) TO ZipRefZip
            MOVE WS-ZipListRaw2 TO ZipRefCity
            MOVE WS-ZipListRaw3(1:2) TO ZipRefState
            WRITE ZipRefRecord
                INVALID KEY
                    ADD 1 TO WS-ZipDuplicates
                NOT INVALID KEY
                    ADD 1 TO WS-ZipLoaded
            END-WRITE
        WHEN "R"
            ADD 1 TO WS-ZipRejected
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

ParseZipListLine.
    MOVE SPACES TO WS-ZipListRaw1 WS-ZipListRaw2 WS-ZipListRaw3
    UNSTRING ZipListLine DELIMITED BY ","
        INTO WS-ZipListRaw1 WS-ZipListRaw2 WS-ZipListRaw3
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ZipListRaw1))
        TO WS-ZipListRaw1
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ZipListRaw2))
        TO WS-ZipListRaw2
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ZipListRaw3))
        TO WS-ZipListRaw3
    EVALUATE TRUE
        WHEN ZipListLine = SPACES
            MOVE "B" TO WS-ZipLineKind
        WHEN WS-ZipLineNum = 1 AND WS-ZipListRaw1(1:3) = "ZIP"
            MOVE "B" TO WS-ZipLineKind
        WHEN WS-ZipListRaw1(1:5) NOT NUMERIC
            OR WS-ZipListRaw1(6:35) NOT = SPACES
            OR WS-ZipListRaw2 = SPACES
            OR WS-ZipListRaw3(1:2) NOT ALPHABETIC
            OR WS-ZipListRaw3(2:1) = SPACE
            OR WS-ZipListRaw3(3:38) NOT = SPACES
            MOVE "R" TO WS-ZipLineKind
        WHEN OTHER
            MOVE "Z" TO WS-ZipLineKind
    END-EVALUATE.

RunZipSweep.
    MOVE 0 TO WS-ZipChecked WS-ZipFailed WS-ZipFilled
    MOVE "NO" TO WS-ZipRefAvailable
    OPEN INPUT ZipRefFile
    IF WS-ZipRefFileStatus = "00"
        MOVE "YES" TO WS-ZipRefAvailable
        MOVE "YES" TO WS-ZipRefKeepOpen
        MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
        MOVE WS-CurrentDateTime(1:8) TO WS-TodayDate
        OPEN OUTPUT ZipFixFile
        CLOSE ZipFixFile
        OPEN I-O ZipFixFile
        OPEN OUTPUT ZipCheckReportFile
        MOVE SPACES TO ZipCheckReportLine
        STRING "ZIP CODE CHECK " DELIMITED BY SIZE
            WS-CurrentDateTime(1:14) DELIMITED BY SIZE
            INTO ZipCheckReportLine
        END-STRING
        WRITE ZipCheckReportLine
        MOVE SPACES TO ZipCheckReportLine
        WRITE ZipCheckReportLine
        MOVE SPACES TO ZipCheckReportLine
        STRING "  ID      NAME                     CITY" DELIMITED BY SIZE
            "                 ST ZIP" DELIMITED BY SIZE
            INTO ZipCheckReportLine
        END-STRING
        WRITE ZipCheckReportLine
        MOVE "NO" TO WS-EOF
        OPEN INPUT ContactsFile
        PERFORM UNTIL WS-EOF = "YES"
            READ ContactsFile NEXT RECORD IGNORING LOCK
                AT END
                    MOVE "YES" TO WS-EOF
                NOT AT END
                    IF AddressZip NOT = SPACES
                        PERFORM CheckContactZip
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ContactsFile
        PERFORM WriteZipSweepTotals
        CLOSE ZipCheckReportFile
        CLOSE ZipFixFile
        CLOSE ZipRefFile
        MOVE "NO" TO WS-ZipRefKeepOpen
    END-IF.

CheckContactZip.
    ADD 1 TO WS-ZipChecked
    MOVE "YES" TO WS-EntryValid
    MOVE SPACES TO WS-ValidationMessage
    MOVE AddressCity TO WS-EntryCity
    MOVE AddressState TO WS-EntryState
    MOVE AddressZip TO WS-EntryZip
    PERFORM CheckEntryZip
    IF WS-EntryValid = "YES"
        AND (AddressCity = SPACES OR AddressState = SPACES)
        MOVE "NO" TO WS-EntryValid
        ADD 1 TO WS-ZipFilled
        MOVE SPACES TO WS-ValidationMessage
        STRING "City/state missing - ZIP gives " DELIMITED BY SIZE
            FUNCTION TRIM(WS-ZipFoundCity) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-ZipFoundState DELIMITED BY SIZE
            INTO WS-ValidationMessage
        END-STRING
    END-IF
    IF WS-EntryValid = "NO"
        ADD 1 TO WS-ZipFailed
        MOVE ContactId TO WS-ZipLineId
        MOVE SPACES TO WS-ZipLineName
        STRING FUNCTION TRIM(FirstName) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(LastName) DELIMITED BY SIZE
            INTO WS-ZipLineName
        END-STRING
        MOVE AddressCity TO WS-ZipLineCity
        MOVE AddressState TO WS-ZipLineState
        MOVE AddressZip TO WS-ZipLineZip
        MOVE WS-ZipLine TO ZipCheckReportLine
        WRITE ZipCheckReportLine
        MOVE SPACES TO ZipCheckReportLine
        STRING "          " DELIMITED BY SIZE
            WS-ValidationMessage DELIMITED BY SIZE
            INTO ZipCheckReportLine
        END-STRING
        WRITE ZipCheckReportLine
        MOVE ContactId TO ZipFixContactId
        MOVE WS-TodayDate TO ZipFixDate
        MOVE MailingAddress TO ZipFixAddress
        MOVE WS-ValidationMessage TO ZipFixReason
        WRITE ZipFixRecord
            INVALID KEY
                CONTINUE
        END-WRITE
    END-IF.

WriteZipSweepTotals.
    MOVE SPACES TO ZipCheckReportLine
    WRITE ZipCheckReportLine
    MOVE WS-ZipChecked TO WS-ZipCountEdit
    MOVE SPACES TO ZipCheckReportLine
    STRING "ADDRESSES CHECKED:       " DELIMITED BY SIZE
        WS-ZipCountEdit DELIMITED BY SIZE
        INTO ZipCheckReportLine
    END-STRING
    WRITE ZipCheckReportLine
    MOVE WS-ZipFailed TO WS-ZipCountEdit
    MOVE SPACES TO ZipCheckReportLine
    STRING "ADDRESSES FAILING CHECK: " DELIMITED BY SIZE
        WS-ZipCountEdit DELIMITED BY SIZE
        INTO ZipCheckReportLine
    END-STRING
    WRITE ZipCheckReportLine
    MOVE WS-ZipFilled TO WS-ZipCountEdit
    MOVE SPACES TO ZipCheckReportLine
    STRING "  OF WHICH CITY/STATE MISSING: " DELIMITED BY SIZE
        WS-ZipCountEdit DELIMITED BY SIZE
        INTO ZipCheckReportLine
    END-STRING
    WRITE ZipCheckReportLine
    MOVE "FAILING ADDRESSES ARE QUEUED FOR THE ADDRESS FIXUP SCREEN"
        TO ZipCheckReportLine
    WRITE ZipCheckReportLine.

CheckZipFixHold.
    MOVE "NO" TO WS-ZipFixHeld
    MOVE SPACES TO WS-ZipFixShowReason
    IF WS-ZipFixAvailable = "YES"
        MOVE ContactId TO ZipFixContactId
        READ ZipFixFile RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF ZipFixAddress = MailingAddress
                    MOVE "YES" TO WS-ZipFixHeld
                    MOVE ZipFixReason TO WS-ZipFixShowReason
                END-IF
        END-READ
    END-IF.

ClearZipFixHold.
    IF WS-ZipFixAvailable = "YES"
        MOVE ContactId TO ZipFixContactId
        DELETE ZipFixFile RECORD
            INVALID KEY
                CONTINUE
        END-DELETE
    END-IF.

LookupCategory.
    MOVE "NO" TO WS-CategoryFound
    OPEN INPUT CategoryFile
    IF WS-CategoryFileStatus = "00"
        MOVE WS-EntryCategory TO CategoryName
        READ CategoryFile RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CategoryStatus = "A"
                    MOVE "YES" TO WS-CategoryFound
                END-IF
        END-READ
        CLOSE CategoryFile
    END-IF.

ParseContactAddressBlob.
    PERFORM ParseAddressBlob
    MOVE WS-ParsedStreet TO AddressStreet
    MOVE WS-ParsedCity TO AddressCity
    MOVE WS-ParsedState TO AddressState
    MOVE WS-ParsedZip TO AddressZip.

ParseAddressBlob.
    MOVE "NO" TO WS-AddrParsed
    MOVE SPACES TO WS-ParsedStreet WS-ParsedCity
        WS-ParsedState WS-ParsedZip
    MOVE SPACES TO WS-AddrPart1 WS-AddrPart2 WS-AddrPart3
    UNSTRING WS-AddrBlob DELIMITED BY ","
        INTO WS-AddrPart1 WS-AddrPart2 WS-AddrPart3
    END-UNSTRING
    IF WS-AddrPart2 NOT = SPACES AND WS-AddrPart3 NOT = SPACES
        MOVE SPACES TO WS-AddrTok1 WS-AddrTok2
        UNSTRING FUNCTION TRIM(WS-AddrPart3) DELIMITED BY ALL " "
            INTO WS-AddrTok1 WS-AddrTok2
        END-UNSTRING
        IF WS-AddrTok1 NOT = SPACES
            AND WS-AddrTok1(3:8) = SPACES
            AND WS-AddrTok2(1:5) NUMERIC
            MOVE FUNCTION TRIM(WS-AddrPart1) TO WS-ParsedStreet
            MOVE FUNCTION TRIM(WS-AddrPart2) TO WS-ParsedCity
            MOVE FUNCTION UPPER-CASE(WS-AddrTok1(1:2))
                TO WS-ParsedState
            MOVE WS-AddrTok2 TO WS-ParsedZip
            MOVE "YES" TO WS-AddrParsed
        END-IF
    END-IF
    IF WS-AddrParsed NOT = "YES"
        MOVE WS-AddrBlob(1:40) TO WS-ParsedStreet
        MOVE WS-AddrBlob(41:20) TO WS-ParsedCity
    END-IF.

LookupCompany.
    MOVE "NO" TO WS-CompanyFound
    OPEN INPUT CompanyFile
    IF WS-CompanyFileStatus = "00"
        MOVE WS-EntryCompanyId TO CompanyId
        READ CompanyFile RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CompanyStatus = "A"
                    MOVE "YES" TO WS-CompanyFound
                END-IF
        END-READ
        CLOSE CompanyFile
    END-IF.

NormalizePhoneNumber.
    MOVE "NO" TO WS-PhoneValid
    MOVE 0 TO WS-PhoneDigitCount
    MOVE SPACES TO WS-PhoneDigits
    MOVE 1 TO WS-PhoneIx
    PERFORM CollectPhoneDigit UNTIL WS-PhoneIx > 20
    IF WS-PhoneDigitCount = 11 AND WS-PhoneDigits(1:1) = "1"
        MOVE WS-PhoneDigits(2:10) TO WS-PhoneShift
        MOVE SPACES TO WS-PhoneDigits
        MOVE WS-PhoneShift TO WS-PhoneDigits(1:10)
        MOVE 10 TO WS-PhoneDigitCount
    END-IF
    IF WS-PhoneDigitCount = 10
        MOVE "YES" TO WS-PhoneValid
        MOVE SPACES TO WS-EntryPhone
        STRING WS-PhoneDigits(1:3) DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            WS-PhoneDigits(4:3) DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            WS-PhoneDigits(7:4) DELIMITED BY SIZE
            INTO WS-EntryPhone
        END-STRING
    END-IF.

CollectPhoneDigit.
    IF WS-EntryPhone(WS-PhoneIx:1) NUMERIC
        ADD 1 TO WS-PhoneDigitCount
        MOVE WS-EntryPhone(WS-PhoneIx:1)
            TO WS-PhoneDigits(WS-PhoneDigitCount:1)
    END-IF
    ADD 1 TO WS-PhoneIx.

EnsureCategoryFile.
    OPEN I-O CategoryFile
    IF WS-CategoryFileStatus = "35"
        OPEN OUTPUT CategoryFile
        MOVE "STAFF" TO CategoryName
        MOVE "A" TO CategoryStatus
        WRITE CategoryRecord
        MOVE "VENDORS" TO CategoryName
        MOVE "A" TO CategoryStatus
        WRITE CategoryRecord
        MOVE "CUSTOMERS" TO CategoryName
        MOVE "A" TO CategoryStatus
        WRITE CategoryRecord
        CLOSE CategoryFile
    ELSE
        CLOSE CategoryFile
    END-IF.

DisplayCategoryMaintenanceScreen.
    MOVE "C" TO RESPONSE-IN-WS
    MOVE "NO" TO WS-CatEOF
    MOVE SPACES TO WS-CatSelectedName
    OPEN INPUT CategoryFile
    IF WS-CategoryFileStatus = "00"
        PERFORM CategoryBrowseLoop
            UNTIL WS-CatEOF = "YES"
                OR RESPONSE-IN-WS = "Q" OR "q"
                OR RESPONSE-IN-WS = "A" OR "a"
                OR RESPONSE-IN-WS = "R" OR "r"
                OR RESPONSE-IN-WS = "T" OR "t"
        CLOSE CategoryFile
    END-IF
    IF WS-CatEOF = "YES" AND (RESPONSE-IN-WS = "C" OR "c")
        DISPLAY CLEAR-SCREEN
        DISPLAY CATEGORY-MAINT-SCREEN-HEADER
        DISPLAY CATEGORY-MAINT-END-SCREEN
        ACCEPT CATEGORY-MAINT-END-INPUT
    END-IF
    EVALUATE TRUE
        WHEN RESPONSE-IN-WS = "A" OR "a"
            PERFORM DisplayAddCategoryScreen
        WHEN RESPONSE-IN-WS = "R" OR "r"
            IF WS-CatSelectedName NOT = SPACES
                PERFORM DisplayRenameCategoryScreen
            END-IF
        WHEN RESPONSE-IN-WS = "T" OR "t"
            IF WS-CatSelectedName NOT = SPACES
                PERFORM RetireCategory
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

CategoryBrowseLoop.
    READ CategoryFile NEXT RECORD
        AT END MOVE "YES" TO WS-CatEOF
        NOT AT END
            MOVE CategoryName TO WS-CatSelectedName
            MOVE CategoryStatus TO WS-CatSelectedStatus
            DISPLAY CATEGORY-MAINT-SCREEN-HEADER
            DISPLAY CATEGORY-MAINT-SECTION
            DISPLAY CATEGORY-MAINT-MENU
            ACCEPT CATEGORY-MAINT-MENU-INPUT
    END-READ.

DisplayAddCategoryScreen.
    MOVE SPACES TO WS-CatNewName
    DISPLAY CLEAR-SCREEN
    DISPLAY CATEGORY-MAINT-SCREEN-HEADER
    DISPLAY ADD-CATEGORY-SECTION
    DISPLAY CATEGORY-ACTION-MENU
    ACCEPT ADD-CATEGORY-SECTION
    ACCEPT CATEGORY-ACTION-MENU-INPUT
    IF (RESPONSE-IN-WS = "S" OR "s") AND WS-CatNewName NOT = SPACES
        MOVE FUNCTION UPPER-CASE(WS-CatNewName) TO WS-CatNewName
        OPEN I-O CategoryFile
        MOVE WS-CatNewName TO CategoryName
        MOVE "A" TO CategoryStatus
        WRITE CategoryRecord
            INVALID KEY
                REWRITE CategoryRecord
                    INVALID KEY
                        DISPLAY "Unable to add category"
                END-REWRITE
        END-WRITE
        CLOSE CategoryFile
    END-IF.

DisplayRenameCategoryScreen.
    MOVE SPACES TO WS-CatNewName
    DISPLAY CLEAR-SCREEN
    DISPLAY CATEGORY-MAINT-SCREEN-HEADER
    DISPLAY RENAME-CATEGORY-SECTION
    DISPLAY CATEGORY-ACTION-MENU
    ACCEPT RENAME-CATEGORY-SECTION
    ACCEPT CATEGORY-ACTION-MENU-INPUT
    IF (RESPONSE-IN-WS = "S" OR "s") AND WS-CatNewName NOT = SPACES
        MOVE FUNCTION UPPER-CASE(WS-CatNewName) TO WS-CatNewName
        IF WS-CatNewName NOT = WS-CatSelectedName
            OPEN I-O CategoryFile
            MOVE WS-CatNewName TO CategoryName
            MOVE WS-CatSelectedStatus TO CategoryStatus
            WRITE CategoryRecord
                INVALID KEY
                    CONTINUE
            END-WRITE
            MOVE WS-CatSelectedName TO CategoryName
            DELETE CategoryFile RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE
            CLOSE CategoryFile
            PERFORM RippleCategoryRename
        END-IF
    END-IF.

RippleCategoryRename.
    MOVE "NO" TO WS-EOF
    OPEN I-O ContactsFile
    PERFORM UNTIL WS-EOF = "YES"
        READ ContactsFile NEXT RECORD IGNORING LOCK
            AT END MOVE "YES" TO WS-EOF
            NOT AT END
                IF FUNCTION UPPER-CASE(Category) = WS-CatSelectedName
                    MOVE WS-CatNewName TO Category
                    REWRITE Contact
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
                END-IF
        END-READ
    END-PERFORM
    CLOSE ContactsFile.

RetireCategory.
    OPEN I-O CategoryFile
    MOVE WS-CatSelectedName TO CategoryName
    READ CategoryFile RECORD
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "R" TO CategoryStatus
            REWRITE CategoryRecord
                INVALID KEY
                    CONTINUE
            END-REWRITE
    END-READ
    CLOSE CategoryFile.

EnsureOperatorsFile.
    OPEN I-O OperatorsFile
    IF WS-OperatorsFileStatus = "35"
        OPEN OUTPUT OperatorsFile
        MOVE "ADMIN" TO OperatorId
        MOVE "A" TO OperatorLevel
        MOVE "A" TO OperatorStatus
        WRITE OperatorRecord
        CLOSE OperatorsFile
    ELSE
        CLOSE OperatorsFile
    END-IF.

DisplayOperatorSignOnScreen.
    MOVE "NO" TO WS-SignOnOk
    MOVE 0 TO WS-SignOnTries
    PERFORM TryOperatorSignOn
        UNTIL WS-SignOnOk = "YES" OR WS-SignOnTries >= 3
    IF WS-SignOnOk = "YES"
        MOVE WS-SignOnId TO WS-Operator
        PERFORM DisplayMyContactsScreen
    ELSE
        MOVE 3 TO WS-ApplicationArea
    END-IF.

TryOperatorSignOn.
    ADD 1 TO WS-SignOnTries
    MOVE SPACES TO WS-SignOnId
    DISPLAY CLEAR-SCREEN
    DISPLAY SIGNON-SCREEN-HEADER
    DISPLAY SIGNON-SECTION
    ACCEPT SIGNON-SECTION
    MOVE FUNCTION UPPER-CASE(WS-SignOnId) TO WS-SignOnId
    IF WS-SignOnId NOT = SPACES
        OPEN INPUT OperatorsFile
        IF WS-OperatorsFileStatus = "00"
            MOVE WS-SignOnId TO OperatorId
            READ OperatorsFile RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF OperatorStatus = "A"
                        MOVE "YES" TO WS-SignOnOk
                        MOVE OperatorLevel TO WS-OperatorLevel
                    END-IF
            END-READ
            CLOSE OperatorsFile
        END-IF
    END-IF
    IF WS-SignOnOk NOT = "YES"
        DISPLAY CLEAR-SCREEN
        DISPLAY SIGNON-SCREEN-HEADER
        DISPLAY SIGNON-FAILED-SCREEN
        ACCEPT SIGNON-FAILED-INPUT
    END-IF.

CheckOptionPermission.
    MOVE "NO" TO WS-AccessAllowed
    EVALUATE WS-ApplicationArea
        WHEN 2
        WHEN 3
        WHEN 6
        WHEN 10
        WHEN 12
        WHEN 21
        WHEN 24
            MOVE "YES" TO WS-AccessAllowed
        WHEN 1
        WHEN 4
        WHEN 7
        WHEN 8
        WHEN 9
        WHEN 11
        WHEN 13
        WHEN 16
        WHEN 17
        WHEN 20
        WHEN 22
        WHEN 23
        WHEN 25
        WHEN 26
            IF WS-OperatorLevel = "E" OR WS-OperatorLevel = "A"
                MOVE "YES" TO WS-AccessAllowed
            END-IF
        WHEN OTHER
            IF WS-OperatorLevel = "A"
                MOVE "YES" TO WS-AccessAllowed
            END-IF
    END-EVALUATE.

RequireEditAccess.
    IF WS-OperatorLevel = "E" OR WS-OperatorLevel = "A"
        MOVE "YES" TO WS-AccessAllowed
    ELSE
        MOVE "NO" TO WS-AccessAllowed
        PERFORM DisplayNotAuthorizedScreen
    END-IF.

RequireAdminAccess.
    IF WS-OperatorLevel = "A"
        MOVE "YES" TO WS-AccessAllowed
    ELSE
        MOVE "NO" TO WS-AccessAllowed
        PERFORM DisplayNotAuthorizedScreen
    END-IF.

DisplayNotAuthorizedScreen.
    DISPLAY CLEAR-SCREEN
    DISPLAY NOT-AUTHORIZED-SCREEN
    ACCEPT NOT-AUTHORIZED-INPUT.

DisplayOperatorMaintenanceScreen.
    MOVE "C" TO RESPONSE-IN-WS
    MOVE "NO" TO WS-OperEOF
    MOVE SPACES TO WS-OperSelectedId
    OPEN INPUT OperatorsFile
    IF WS-OperatorsFileStatus = "00"
        PERFORM OperatorBrowseLoop
            UNTIL WS-OperEOF = "YES"
                OR RESPONSE-IN-WS = "Q" OR "q"
                OR RESPONSE-IN-WS = "A" OR "a"
                OR RESPONSE-IN-WS = "L" OR "l"
                OR RESPONSE-IN-WS = "T" OR "t"
        CLOSE OperatorsFile
    END-IF
    IF WS-OperEOF = "YES" AND (RESPONSE-IN-WS = "C" OR "c")
        DISPLAY CLEAR-SCREEN
        DISPLAY OPERATOR-MAINT-SCREEN-HEADER
        DISPLAY OPERATOR-MAINT-END-SCREEN
        ACCEPT OPERATOR-MAINT-END-INPUT
    END-IF
    EVALUATE TRUE
        WHEN RESPONSE-IN-WS = "A" OR "a"
            PERFORM DisplayAddOperatorScreen
        WHEN RESPONSE-IN-WS = "L" OR "l"
            IF WS-OperSelectedId NOT = SPACES
                PERFORM DisplayChangeOperatorLevelScreen
            END-IF
        WHEN RESPONSE-IN-WS = "T" OR "t"
            IF WS-OperSelectedId NOT = SPACES
                PERFORM RetireOperator
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

OperatorBrowseLoop.
    READ OperatorsFile NEXT RECORD
        AT END MOVE "YES" TO WS-OperEOF
        NOT AT END
            MOVE OperatorId TO WS-OperSelectedId
            MOVE OperatorLevel TO WS-OperSelectedLevel
            MOVE OperatorStatus TO WS-OperSelectedStatus
            DISPLAY OPERATOR-MAINT-SCREEN-HEADER
            DISPLAY OPERATOR-MAINT-SECTION
            DISPLAY OPERATOR-MAINT-MENU
            ACCEPT OPERATOR-MAINT-MENU-INPUT
    END-READ.

DisplayAddOperatorScreen.
    MOVE SPACES TO WS-OperNewId
    MOVE SPACE TO WS-OperNewLevel
    DISPLAY CLEAR-SCREEN
    DISPLAY OPERATOR-MAINT-SCREEN-HEADER
    DISPLAY ADD-OPERATOR-SECTION
    DISPLAY OPERATOR-ACTION-MENU
    ACCEPT ADD-OPERATOR-SECTION
    ACCEPT OPERATOR-ACTION-MENU-INPUT
    IF (RESPONSE-IN-WS = "S" OR "s") AND WS-OperNewId NOT = SPACES
        MOVE FUNCTION UPPER-CASE(WS-OperNewId) TO WS-OperNewId
        MOVE FUNCTION UPPER-CASE(WS-OperNewLevel) TO WS-OperNewLevel
        IF WS-OperNewLevel = "V" OR WS-OperNewLevel = "E"
                OR WS-OperNewLevel = "A"
            OPEN I-O OperatorsFile
            MOVE WS-OperNewId TO OperatorId
            MOVE WS-OperNewLevel TO OperatorLevel
            MOVE "A" TO OperatorStatus
            WRITE OperatorRecord
                INVALID KEY
                    REWRITE OperatorRecord
                        INVALID KEY
                            DISPLAY "Unable to add operator"
                    END-REWRITE
            END-WRITE
            CLOSE OperatorsFile
            MOVE SPACES TO WS-OwnerCachedId
        ELSE
            DISPLAY "Level must be V, E or A - operator not added"
        END-IF
    END-IF.

DisplayChangeOperatorLevelScreen.
    MOVE SPACE TO WS-OperNewLevel
    DISPLAY CLEAR-SCREEN
    DISPLAY OPERATOR-MAINT-SCREEN-HEADER
    DISPLAY CHANGE-LEVEL-SECTION
    DISPLAY OPERATOR-ACTION-MENU
    ACCEPT CHANGE-LEVEL-SECTION
    ACCEPT OPERATOR-ACTION-MENU-INPUT
    IF RESPONSE-IN-WS = "S" OR "s"
        MOVE FUNCTION UPPER-CASE(WS-OperNewLevel) TO WS-OperNewLevel
        IF WS-OperNewLevel = "V" OR WS-OperNewLevel = "E"
                OR WS-OperNewLevel = "A"
            OPEN I-O OperatorsFile
            MOVE WS-OperSelectedId TO OperatorId
            READ OperatorsFile RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE WS-OperNewLevel TO OperatorLevel
                    REWRITE OperatorRecord
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
            END-READ
            CLOSE OperatorsFile
        ELSE
            DISPLAY "Level must be V, E or A - operator not changed"
        END-IF
    END-IF.

RetireOperator.
    OPEN I-O OperatorsFile
    MOVE WS-OperSelectedId TO OperatorId
    READ OperatorsFile RECORD
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "R" TO OperatorStatus
            REWRITE OperatorRecord
                INVALID KEY
                    CONTINUE
            END-REWRITE
    END-READ
    CLOSE OperatorsFile
    MOVE SPACES TO WS-OwnerCachedId
    PERFORM DisplayReassignPortfolioScreen.

DisplayReassignPortfolioScreen.
    MOVE WS-OperSelectedId TO WS-ReasFromId
    PERFORM LoadPortfolio
    IF WS-ReasOwned > 0
        MOVE SPACES TO WS-ReasDefaultId
        MOVE SPACES TO WS-ReasSplitTable
        DISPLAY CLEAR-SCREEN
        DISPLAY REASSIGN-SCREEN-HEADER
        DISPLAY REASSIGN-SECTION
        DISPLAY OPERATOR-ACTION-MENU
        ACCEPT REASSIGN-SECTION
        ACCEPT OPERATOR-ACTION-MENU-INPUT
        IF RESPONSE-IN-WS = "S" OR "s"
            PERFORM ReassignPortfolio
            DISPLAY CLEAR-SCREEN
            DISPLAY REASSIGN-SCREEN-HEADER
            DISPLAY REASSIGN-RESULT-SCREEN
            ACCEPT REASSIGN-RESULT-INPUT
        END-IF
    END-IF.

LoadPortfolio.
    MOVE 0 TO WS-ReasUsed
    MOVE 0 TO WS-ReasOwned
    MOVE "NO" TO WS-ReasOverflow
    OPEN INPUT OwnerFile
    IF WS-OwnerFileStatus = "00"
        MOVE WS-ReasFromId TO OwnerOperatorId
        MOVE "NO" TO WS-OwnerEOF
        START OwnerFile KEY IS NOT LESS THAN OwnerOperatorId
            INVALID KEY
                MOVE "YES" TO WS-OwnerEOF
        END-START
        PERFORM LoadPortfolioEntry UNTIL WS-OwnerEOF = "YES"
        CLOSE OwnerFile
    END-IF.

LoadPortfolioEntry.
    READ OwnerFile NEXT RECORD
        AT END MOVE "YES" TO WS-OwnerEOF
        NOT AT END
            IF OwnerOperatorId = WS-ReasFromId
                ADD 1 TO WS-ReasOwned
                IF WS-ReasUsed < 5000
                    ADD 1 TO WS-ReasUsed
                    MOVE OwnerContactId TO WS-ReasContactId(WS-ReasUsed)
                    MOVE SPACES TO WS-ReasNewOwner(WS-ReasUsed)
                    MOVE SPACES TO WS-ReasFollowUp(WS-ReasUsed)
                ELSE
                    MOVE "YES" TO WS-ReasOverflow
                END-IF
            ELSE
                MOVE "YES" TO WS-OwnerEOF
            END-IF
    END-READ.

ReassignPortfolio.
    MOVE 0 TO WS-ReasMoved
    MOVE 0 TO WS-ReasLeft
    MOVE 0 TO WS-ReasDue
    PERFORM ValidateReassignTargets
    IF WS-ReasOk = "YES"
        PERFORM LoadPortfolio
        PERFORM ResolveOperator
        MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
        MOVE WS-CurrentDateTime(1:8) TO WS-TodayDate
        PERFORM OpenHandoverReport
        IF WS-ReasUsed > 0
            OPEN INPUT ContactsFile
            OPEN I-O OwnerFile
            MOVE 1 TO WS-ReasIx
            PERFORM ReassignOneContact UNTIL WS-ReasIx > WS-ReasUsed
            CLOSE OwnerFile
            PERFORM WriteHandoverDueSection
            CLOSE ContactsFile
        END-IF
        PERFORM WriteHandoverTotals
        CLOSE HandoverReportFile
        IF WS-ReasOwned = 0
            MOVE "Operator owns no contacts - nothing reassigned"
                TO WS-ReasMessage
        ELSE
            MOVE "Portfolio reassigned" TO WS-ReasMessage
        END-IF
    END-IF.

ValidateReassignTargets.
    MOVE "YES" TO WS-ReasOk
    MOVE SPACES TO WS-ReasMessage
    MOVE FUNCTION UPPER-CASE(WS-ReasDefaultId) TO WS-ReasDefaultId
    IF WS-ReasDefaultId NOT = SPACES
        MOVE WS-ReasDefaultId TO WS-ReasTargetId
        PERFORM CheckReassignTarget
    END-IF
    MOVE 1 TO WS-ReasSplitIx
    PERFORM ValidateReassignSplit UNTIL WS-ReasSplitIx > 5
    IF WS-ReasOk = "YES" AND WS-ReasDefaultId = SPACES
        AND WS-ReasSplitTable = SPACES
        MOVE "NO" TO WS-ReasOk
        MOVE "No operator entered - nothing reassigned" TO WS-ReasMessage
    END-IF.

ValidateReassignSplit.
    MOVE FUNCTION UPPER-CASE(WS-ReasSplitCategory(WS-ReasSplitIx))
        TO WS-ReasSplitCategory(WS-ReasSplitIx)
    MOVE FUNCTION UPPER-CASE(WS-ReasSplitOperator(WS-ReasSplitIx))
        TO WS-ReasSplitOperator(WS-ReasSplitIx)
    IF WS-ReasSplitOperator(WS-ReasSplitIx) NOT = SPACES
        IF WS-ReasSplitCategory(WS-ReasSplitIx) = SPACES
            IF WS-ReasOk = "YES"
                MOVE "NO" TO WS-ReasOk
                MOVE "Category is missing on a split line"
                    TO WS-ReasMessage
            END-IF
        ELSE
            MOVE WS-ReasSplitOperator(WS-ReasSplitIx) TO WS-ReasTargetId
            PERFORM CheckReassignTarget
        END-IF
    END-IF
    ADD 1 TO WS-ReasSplitIx.

CheckReassignTarget.
    IF WS-ReasOk = "YES"
        IF WS-ReasTargetId = WS-ReasFromId
            MOVE "NO" TO WS-ReasOk
            MOVE "Contacts cannot be moved to the same operator"
                TO WS-ReasMessage
        ELSE
            MOVE WS-ReasTargetId TO WS-OwnerCheckId
            PERFORM CheckOwnerOperator
            IF WS-OwnerCheckActive NOT = "YES"
                MOVE "NO" TO WS-ReasOk
                MOVE SPACES TO WS-ReasMessage
                STRING "Operator not on file or not active: "
                        DELIMITED BY SIZE
                    FUNCTION TRIM(WS-ReasTargetId) DELIMITED BY SIZE
                    INTO WS-ReasMessage
                END-STRING
            END-IF
        END-IF
    END-IF.

CheckOwnerOperator.
    IF WS-OwnerCheckId = WS-OwnerCachedId AND WS-OwnerCachedId NOT = SPACES
        MOVE WS-OwnerCachedActive TO WS-OwnerCheckActive
    ELSE
        MOVE "NO" TO WS-OwnerCheckActive
        OPEN INPUT OperatorsFile
        IF WS-OperatorsFileStatus = "00"
            MOVE WS-OwnerCheckId TO OperatorId
            READ OperatorsFile RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF OperatorStatus = "A"
                        MOVE "YES" TO WS-OwnerCheckActive
                    END-IF
            END-READ
            CLOSE OperatorsFile
        END-IF
        MOVE WS-OwnerCheckId TO WS-OwnerCachedId
        MOVE WS-OwnerCheckActive TO WS-OwnerCachedActive
    END-IF.

ReassignOneContact.
    MOVE WS-ReasContactId(WS-ReasIx) TO ContactId
    MOVE "YES" TO WS-OwnerFound
    READ ContactsFile RECORD
        INVALID KEY
            MOVE "NO" TO WS-OwnerFound
    END-READ
    IF WS-OwnerFound = "NO"
        MOVE SPACES TO Contact
        MOVE WS-ReasContactId(WS-ReasIx) TO ContactId
    END-IF
    MOVE WS-ReasDefaultId TO WS-ReasTargetId
    MOVE 0 TO WS-ReasSplitFoundIx
    IF Category NOT = SPACES
        MOVE 1 TO WS-ReasSplitIx
        PERFORM SeekReassignSplit
            UNTIL WS-ReasSplitFoundIx > 0 OR WS-ReasSplitIx > 5
    END-IF
    IF WS-ReasSplitFoundIx > 0
        MOVE WS-ReasSplitOperator(WS-ReasSplitFoundIx) TO WS-ReasTargetId
    END-IF
    MOVE "NO" TO WS-WriteOk
    IF WS-ReasTargetId NOT = SPACES
        MOVE WS-ReasContactId(WS-ReasIx) TO OwnerContactId
        READ OwnerFile RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF OwnerOperatorId = WS-ReasFromId
                    MOVE "YES" TO WS-WriteOk
                    MOVE WS-ReasTargetId TO OwnerOperatorId
                    MOVE WS-TodayDate TO OwnerAssignedDate
                    REWRITE OwnerRecord
                        INVALID KEY
                            MOVE "NO" TO WS-WriteOk
                    END-REWRITE
                END-IF
        END-READ
    END-IF
    IF WS-WriteOk = "YES"
        ADD 1 TO WS-ReasMoved
        MOVE WS-ReasTargetId TO WS-ReasNewOwner(WS-ReasIx)
        MOVE "OWNER" TO WS-AuditAction
        MOVE WS-ReasContactId(WS-ReasIx) TO WS-AuditContactId
        MOVE WS-ReasFromId TO WS-AuditBeforeName
        MOVE WS-ReasTargetId TO WS-AuditAfterName
        PERFORM WriteAuditLogEntry
        IF FollowUpDate NOT = SPACES AND FollowUpDate NOT > WS-TodayDate
            ADD 1 TO WS-ReasDue
            MOVE FollowUpDate TO WS-ReasFollowUp(WS-ReasIx)
        END-IF
    ELSE
        ADD 1 TO WS-ReasLeft
    END-IF
    PERFORM WriteHandoverLine
    ADD 1 TO WS-ReasIx.

SeekReassignSplit.
    IF WS-ReasSplitCategory(WS-ReasSplitIx) = FUNCTION UPPER-CASE(Category)
        AND WS-ReasSplitOperator(WS-ReasSplitIx) NOT = SPACES
        MOVE WS-ReasSplitIx TO WS-ReasSplitFoundIx
    ELSE
        ADD 1 TO WS-ReasSplitIx
    END-IF.

OpenHandoverReport.
    IF WS-ReasAppend = "YES"
        OPEN EXTEND HandoverReportFile
        IF WS-HandoverFileStatus = "35"
            OPEN OUTPUT HandoverReportFile
            PERFORM WriteHandoverHeader
        ELSE
            PERFORM WriteHandoverContinued
        END-IF
    ELSE
        OPEN OUTPUT HandoverReportFile
        PERFORM WriteHandoverHeader
    END-IF.

WriteHandoverContinued.
    MOVE SPACES TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE SPACES TO HandoverReportLine
    STRING "CONTINUED " DELIMITED BY SIZE
        WS-CurrentDateTime(1:14) DELIMITED BY SIZE
        " FROM OPERATOR: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-ReasFromId) DELIMITED BY SIZE
        " BY: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Operator) DELIMITED BY SIZE
        INTO HandoverReportLine
    END-STRING
    WRITE HandoverReportLine
    MOVE SPACES TO HandoverReportLine
    WRITE HandoverReportLine.

WriteHandoverHeader.
    MOVE SPACES TO HandoverReportLine
    STRING "PORTFOLIO HANDOVER REPORT " DELIMITED BY SIZE
        WS-CurrentDateTime(1:14) DELIMITED BY SIZE
        INTO HandoverReportLine
    END-STRING
    WRITE HandoverReportLine
    MOVE SPACES TO HandoverReportLine
    STRING "FROM OPERATOR: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-ReasFromId) DELIMITED BY SIZE
        INTO HandoverReportLine
    END-STRING
    WRITE HandoverReportLine
    MOVE SPACES TO HandoverReportLine
    STRING "REASSIGNED BY: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Operator) DELIMITED BY SIZE
        INTO HandoverReportLine
    END-STRING
    WRITE HandoverReportLine
    MOVE SPACES TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE SPACES TO HandoverReportLine
    STRING "  CONTACT NAME                     " DELIMITED BY SIZE
        "CATEGORY   NEW OWNER           FOLLOW-UP" DELIMITED BY SIZE
        INTO HandoverReportLine
    END-STRING
    WRITE HandoverReportLine.

WriteHandoverLine.
    MOVE SPACES TO WS-HandLineName WS-HandLineFollowUp
    MOVE ContactId TO WS-HandLineId
    IF WS-OwnerFound = "YES"
        STRING FirstName DELIMITED BY SPACE
            " " DELIMITED BY SIZE
            LastName DELIMITED BY SPACE
            INTO WS-HandLineName
        END-STRING
    ELSE
        MOVE "(NOT ON FILE)" TO WS-HandLineName
    END-IF
    MOVE Category TO WS-HandLineCategory
    IF WS-WriteOk = "YES"
        MOVE WS-ReasTargetId TO WS-HandLineOwner
    ELSE
        MOVE "NOT MOVED" TO WS-HandLineOwner
    END-IF
    IF WS-ReasFollowUp(WS-ReasIx) NOT = SPACES
        STRING "DUE " DELIMITED BY SIZE
            FollowUpDate DELIMITED BY SIZE
            INTO WS-HandLineFollowUp
        END-STRING
    ELSE
        MOVE FollowUpDate TO WS-HandLineFollowUp
    END-IF
    MOVE WS-HandLine TO HandoverReportLine
    WRITE HandoverReportLine.

WriteHandoverDueSection.
    MOVE SPACES TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE "FOLLOW-UPS DUE - NEW OWNER TO ACTION" TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE 1 TO WS-ReasIx
    PERFORM WriteHandoverDueLine UNTIL WS-ReasIx > WS-ReasUsed.

WriteHandoverDueLine.
    IF WS-ReasFollowUp(WS-ReasIx) NOT = SPACES
        MOVE WS-ReasContactId(WS-ReasIx) TO ContactId
        MOVE SPACES TO HandoverReportLine
        READ ContactsFile RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                STRING "  " DELIMITED BY SIZE
                    FollowUpDate DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    ContactId DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    FirstName DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    LastName DELIMITED BY SPACE
                    "  " DELIMITED BY SIZE
                    Phone DELIMITED BY "  "
                    "  -> " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-ReasNewOwner(WS-ReasIx))
                        DELIMITED BY SIZE
                    INTO HandoverReportLine
                END-STRING
                WRITE HandoverReportLine
        END-READ
    END-IF
    ADD 1 TO WS-ReasIx.

WriteHandoverTotals.
    MOVE SPACES TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE WS-ReasOwned TO WS-ReasCountEdit
    MOVE SPACES TO HandoverReportLine
    STRING "CONTACTS OWNED:        " DELIMITED BY SIZE
        WS-ReasCountEdit DELIMITED BY SIZE
        INTO HandoverReportLine
    END-STRING
    WRITE HandoverReportLine
    MOVE WS-ReasMoved TO WS-ReasCountEdit
    MOVE SPACES TO HandoverReportLine
    STRING "CONTACTS MOVED:        " DELIMITED BY SIZE
        WS-ReasCountEdit DELIMITED BY SIZE
        INTO HandoverReportLine
    END-STRING
    WRITE HandoverReportLine
    MOVE WS-ReasLeft TO WS-ReasCountEdit
    MOVE SPACES TO HandoverReportLine
    STRING "NOT MOVED:             " DELIMITED BY SIZE
        WS-ReasCountEdit DELIMITED BY SIZE
        INTO HandoverReportLine
    END-STRING
    WRITE HandoverReportLine
    MOVE WS-ReasDue TO WS-ReasCountEdit
    MOVE SPACES TO HandoverReportLine
    STRING "FOLLOW-UPS DUE:        " DELIMITED BY SIZE
        WS-ReasCountEdit DELIMITED BY SIZE
        INTO HandoverReportLine
    END-STRING
    WRITE HandoverReportLine
    IF WS-ReasOverflow = "YES"
        MOVE "MORE THAN 5000 CONTACTS OWNED - RUN AGAIN TO MOVE THE REST"
            TO HandoverReportLine
        WRITE HandoverReportLine
    END-IF.

DisplayMyContactsScreen.
    PERFORM LoadMyContacts
    IF WS-MyOwned > 0
        DISPLAY CLEAR-SCREEN
        DISPLAY MY-CONTACTS-SCREEN-HEADER
        DISPLAY MY-CONTACTS-SECTION
        DISPLAY MY-CONTACTS-MENU
        ACCEPT MY-CONTACTS-INPUT
    END-IF.

LoadMyContacts.
    MOVE 0 TO WS-MyOwned
    MOVE 0 TO WS-MyDueCount
    MOVE 0 TO WS-MyNoteCount
    MOVE SPACES TO WS-MyDueTable
    MOVE SPACES TO WS-MyNoteTable
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    MOVE WS-CurrentDateTime(1:8) TO WS-TodayDate
    COMPUTE WS-DateIntWork =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TodayDate)) - 14
    COMPUTE WS-MyCutoff9 = FUNCTION DATE-OF-INTEGER(WS-DateIntWork)
    MOVE WS-MyCutoff9 TO WS-MyNoteCutoff
    OPEN INPUT OwnerFile
    IF WS-OwnerFileStatus = "00"
        MOVE "NO" TO WS-MyNotesAvail
        OPEN INPUT NotesFile
        IF WS-NotesFileStatus = "00"
            MOVE "YES" TO WS-MyNotesAvail
        END-IF
        OPEN INPUT ContactsFile
        MOVE WS-Operator TO OwnerOperatorId
        MOVE "NO" TO WS-OwnerEOF
        START OwnerFile KEY IS NOT LESS THAN OwnerOperatorId
            INVALID KEY
                MOVE "YES" TO WS-OwnerEOF
        END-START
        PERFORM ScanMyContact UNTIL WS-OwnerEOF = "YES"
        CLOSE ContactsFile
        IF WS-MyNotesAvail = "YES"
            CLOSE NotesFile
        END-IF
        CLOSE OwnerFile
    END-IF.

ScanMyContact.
    READ OwnerFile NEXT RECORD
        AT END MOVE "YES" TO WS-OwnerEOF
        NOT AT END
            IF OwnerOperatorId = WS-Operator
                ADD 1 TO WS-MyOwned
                MOVE OwnerContactId TO ContactId
                READ ContactsFile RECORD
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM NoteMyFollowUp
                        PERFORM ScanMyNotes
                END-READ
            ELSE
                MOVE "YES" TO WS-OwnerEOF
            END-IF
    END-READ.

NoteMyFollowUp.
    IF FollowUpDate NOT = SPACES AND FollowUpDate NOT > WS-TodayDate
        ADD 1 TO WS-MyDueCount
        MOVE 0 TO WS-MyPickIx
        MOVE 1 TO WS-MyIx
        PERFORM PickMyDueSlot UNTIL WS-MyIx > 5
        IF WS-MyDueDate(WS-MyPickIx) NOT = SPACES
            AND WS-MyDueDate(WS-MyPickIx) NOT > FollowUpDate
            MOVE 0 TO WS-MyPickIx
        END-IF
        IF WS-MyPickIx > 0
            MOVE FollowUpDate TO WS-MyDueDate(WS-MyPickIx)
            MOVE SPACES TO WS-MyDueLine(WS-MyPickIx)
            STRING FollowUpDate DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                ContactId DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                FirstName DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                LastName DELIMITED BY SPACE
                "  " DELIMITED BY SIZE
                Phone DELIMITED BY SIZE
                INTO WS-MyDueLine(WS-MyPickIx)
            END-STRING
        END-IF
    END-IF.

PickMyDueSlot.
    IF WS-MyPickIx = 0
        MOVE WS-MyIx TO WS-MyPickIx
    ELSE
        IF WS-MyDueDate(WS-MyPickIx) NOT = SPACES
            AND (WS-MyDueDate(WS-MyIx) = SPACES
                OR WS-MyDueDate(WS-MyIx) > WS-MyDueDate(WS-MyPickIx))
            MOVE WS-MyIx TO WS-MyPickIx
        END-IF
    END-IF
    ADD 1 TO WS-MyIx.

ScanMyNotes.
    IF WS-MyNotesAvail = "YES"
        MOVE ContactId TO WS-NotesContactId
        MOVE WS-NotesContactId TO NoteContactId
        MOVE 0 TO NoteSeq
        START NotesFile KEY IS NOT LESS THAN NoteKey
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "NO" TO WS-NotesEOF
                PERFORM ScanMyNoteLine UNTIL WS-NotesEOF = "YES"
        END-START
    END-IF.

ScanMyNoteLine.
    READ NotesFile NEXT RECORD
        AT END MOVE "YES" TO WS-NotesEOF
        NOT AT END
            IF NoteContactId = WS-NotesContactId
                IF NoteDate NOT < WS-MyNoteCutoff
                    ADD 1 TO WS-MyNoteCount
                    PERFORM NoteMyRecentNote
                END-IF
            ELSE
                MOVE "YES" TO WS-NotesEOF
            END-IF
    END-READ.

NoteMyRecentNote.
    MOVE 0 TO WS-MyPickIx
    MOVE 1 TO WS-MyIx
    PERFORM PickMyNoteSlot UNTIL WS-MyIx > 3
    IF WS-MyNoteDate(WS-MyPickIx) NOT = SPACES
        AND WS-MyNoteDate(WS-MyPickIx) NOT < NoteDate
        MOVE 0 TO WS-MyPickIx
    END-IF
    IF WS-MyPickIx > 0
        MOVE NoteDate TO WS-MyNoteDate(WS-MyPickIx)
        MOVE SPACES TO WS-MyNoteLine(WS-MyPickIx)
        STRING NoteDate DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            NoteContactId DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            FirstName DELIMITED BY SPACE
            " " DELIMITED BY SIZE
            LastName DELIMITED BY SPACE
            ": " DELIMITED BY SIZE
            NoteText1 DELIMITED BY SIZE
            INTO WS-MyNoteLine(WS-MyPickIx)
        END-STRING
    END-IF.

PickMyNoteSlot.
    IF WS-MyPickIx = 0
        MOVE WS-MyIx TO WS-MyPickIx
    ELSE
        IF WS-MyNoteDate(WS-MyPickIx) NOT = SPACES
            AND (WS-MyNoteDate(WS-MyIx) = SPACES
                OR WS-MyNoteDate(WS-MyIx) < WS-MyNoteDate(WS-MyPickIx))
            MOVE WS-MyIx TO WS-MyPickIx
        END-IF
    END-IF
    ADD 1 TO WS-MyIx.

LookupContactOwner.
    MOVE SPACES TO WS-OwnerName
    MOVE "NO" TO WS-OwnerFound
    OPEN INPUT OwnerFile
    IF WS-OwnerFileStatus = "00"
        MOVE WS-OwnerSeekId TO OwnerContactId
        READ OwnerFile RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "YES" TO WS-OwnerFound
                MOVE OwnerOperatorId TO WS-OwnerName
        END-READ
        CLOSE OwnerFile
    END-IF
    IF WS-OwnerFound = "NO"
        MOVE "(UNASSIGNED)" TO WS-OwnerName
    END-IF.

DisplayContactOwnerScreen.
    MOVE WS-ContactId TO WS-OwnerSeekId
    PERFORM LookupContactOwner
    MOVE SPACES TO WS-OwnerNewId
    DISPLAY CLEAR-SCREEN
    DISPLAY OWNER-SCREEN-HEADER
    DISPLAY OWNER-CHANGE-SECTION
    DISPLAY OPERATOR-ACTION-MENU
    ACCEPT OWNER-CHANGE-SECTION
    ACCEPT OPERATOR-ACTION-MENU-INPUT
    IF (RESPONSE-IN-WS = "S" OR "s") AND WS-OwnerNewId NOT = SPACES
        MOVE FUNCTION UPPER-CASE(WS-OwnerNewId) TO WS-OwnerNewId
        MOVE WS-OwnerNewId TO WS-OwnerCheckId
        PERFORM CheckOwnerOperator
        IF WS-OwnerCheckActive = "YES"
            PERFORM SetContactOwner
            IF WS-OwnerOk = "YES"
                MOVE "Owner changed" TO WS-OwnerMessage
            ELSE
                MOVE "Owner not changed" TO WS-OwnerMessage
            END-IF
        ELSE
            MOVE "Operator not on file or not active - owner not changed"
                TO WS-OwnerMessage
        END-IF
        DISPLAY CLEAR-SCREEN
        DISPLAY OWNER-SCREEN-HEADER
        DISPLAY OWNER-RESULT-SCREEN
        ACCEPT OWNER-RESULT-INPUT
    END-IF.

OpenOwnerFileForUpdate.
    OPEN I-O OwnerFile
    IF WS-OwnerFileStatus = "35"
        OPEN OUTPUT OwnerFile
        CLOSE OwnerFile
        OPEN I-O OwnerFile
    END-IF.

SetContactOwner.
    MOVE "NO" TO WS-OwnerOk
    MOVE SPACES TO WS-AuditBeforeName
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    PERFORM OpenOwnerFileForUpdate
    IF WS-OwnerFileStatus = "00"
        MOVE WS-OwnerSeekId TO OwnerContactId
        READ OwnerFile RECORD
            INVALID KEY
                MOVE WS-OwnerSeekId TO OwnerContactId
                MOVE WS-OwnerNewId TO OwnerOperatorId
                MOVE WS-CurrentDateTime(1:8) TO OwnerAssignedDate
                MOVE "YES" TO WS-OwnerOk
                WRITE OwnerRecord
                    INVALID KEY
                        MOVE "NO" TO WS-OwnerOk
                END-WRITE
            NOT INVALID KEY
                IF OwnerOperatorId NOT = WS-OwnerNewId
                    MOVE OwnerOperatorId TO WS-AuditBeforeName
                    MOVE WS-OwnerNewId TO OwnerOperatorId
                    MOVE WS-CurrentDateTime(1:8) TO OwnerAssignedDate
                    MOVE "YES" TO WS-OwnerOk
                    REWRITE OwnerRecord
                        INVALID KEY
                            MOVE "NO" TO WS-OwnerOk
                    END-REWRITE
                END-IF
        END-READ
        CLOSE OwnerFile
    END-IF
    IF WS-OwnerOk = "YES"
        MOVE "OWNER" TO WS-AuditAction
        MOVE WS-OwnerSeekId TO WS-AuditContactId
        MOVE WS-OwnerNewId TO WS-AuditAfterName
        PERFORM WriteAuditLogEntry
    END-IF.

AssignNewContactOwner.
    PERFORM ResolveOperator
    MOVE WS-Operator TO WS-OwnerCheckId
    PERFORM CheckOwnerOperator
    IF WS-OwnerCheckActive = "YES"
        PERFORM OpenOwnerFileForUpdate
        IF WS-OwnerFileStatus = "00"
            MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
            MOVE WS-OwnerSeekId TO OwnerContactId
            MOVE WS-Operator TO OwnerOperatorId
            MOVE WS-CurrentDateTime(1:8) TO OwnerAssignedDate
            WRITE OwnerRecord
                INVALID KEY
                    CONTINUE
            END-WRITE
            CLOSE OwnerFile
        END-IF
    END-IF.

RemoveContactOwner.
    OPEN I-O OwnerFile
    IF WS-OwnerFileStatus = "00"
        MOVE WS-OwnerSeekId TO OwnerContactId
        DELETE OwnerFile RECORD
            INVALID KEY
                CONTINUE
        END-DELETE
        CLOSE OwnerFile
    END-IF.

CarryContactOwner.
    OPEN I-O OwnerFile
    IF WS-OwnerFileStatus = "00"
        MOVE "NO" TO WS-OwnerFound
        MOVE WS-OwnerSeekId TO OwnerContactId
        READ OwnerFile RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "YES" TO WS-OwnerFound
                MOVE OwnerOperatorId TO WS-OwnerName
                DELETE OwnerFile RECORD
                    INVALID KEY
                        CONTINUE
                END-DELETE
        END-READ
        IF WS-OwnerFound = "YES"
            MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
            MOVE WS-OwnerSurvivorId TO OwnerContactId
            MOVE WS-OwnerName TO OwnerOperatorId
            MOVE WS-CurrentDateTime(1:8) TO OwnerAssignedDate
            WRITE OwnerRecord
                INVALID KEY
                    CONTINUE
            END-WRITE
        END-IF
        CLOSE OwnerFile
    END-IF.

SeedContactOwners.
    MOVE 0 TO WS-OwnerSeeded
    MOVE 0 TO WS-OwnerUnassigned
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    MOVE WS-CurrentDateTime(1:8) TO WS-TodayDate
    PERFORM LoadQualityOwners
    PERFORM OpenOwnerFileForUpdate
    IF WS-OwnerFileStatus = "00"
        MOVE "NO" TO WS-EOF
        OPEN INPUT ContactsFile
        PERFORM UNTIL WS-EOF = "YES"
            READ ContactsFile NEXT RECORD IGNORING LOCK
                AT END MOVE "YES" TO WS-EOF
                NOT AT END PERFORM SeedOneContactOwner
            END-READ
        END-PERFORM
        CLOSE ContactsFile
        CLOSE OwnerFile
    END-IF.

SeedOneContactOwner.
    MOVE ContactId TO OwnerContactId
    READ OwnerFile RECORD
        INVALID KEY
            PERFORM SeedPickOwner
        NOT INVALID KEY
            CONTINUE
    END-READ.

SeedPickOwner.
    MOVE SPACES TO WS-OwnerNewId
    MOVE ContactId TO WS-QualOwnerSeekId
    PERFORM FindQualityOwner
    IF WS-QualOwnerFoundIx > 0
        MOVE WS-QualOwnerName(WS-QualOwnerFoundIx) TO WS-OwnerCheckId
        PERFORM CheckOwnerOperator
        IF WS-OwnerCheckActive = "YES"
            MOVE WS-OwnerCheckId TO WS-OwnerNewId
        END-IF
    END-IF
    IF WS-OwnerNewId = SPACES
        MOVE WS-OwnerDefaultId TO WS-OwnerNewId
    END-IF
    IF WS-OwnerNewId = SPACES
        ADD 1 TO WS-OwnerUnassigned
    ELSE
        MOVE ContactId TO OwnerContactId
        MOVE WS-OwnerNewId TO OwnerOperatorId
        MOVE WS-TodayDate TO OwnerAssignedDate
        MOVE "YES" TO WS-OwnerOk
        WRITE OwnerRecord
            INVALID KEY
                MOVE "NO" TO WS-OwnerOk
        END-WRITE
        IF WS-OwnerOk = "YES"
            ADD 1 TO WS-OwnerSeeded
            MOVE "OWNER" TO WS-AuditAction
            MOVE ContactId TO WS-AuditContactId
            MOVE SPACES TO WS-AuditBeforeName
            MOVE WS-OwnerNewId TO WS-AuditAfterName
            PERFORM WriteAuditLogEntry
        END-IF
    END-IF.

EnsureCompanyFile.
    OPEN I-O CompanyFile
    IF WS-CompanyFileStatus = "35"
        OPEN OUTPUT CompanyFile
        CLOSE CompanyFile
    ELSE
        CLOSE CompanyFile
    END-IF.

DisplayCompanyMaintenanceScreen.
    MOVE "C" TO RESPONSE-IN-WS
    MOVE "NO" TO WS-CompEOF
    MOVE 0 TO WS-CompSelectedId
    OPEN INPUT CompanyFile
    IF WS-CompanyFileStatus = "00"
        PERFORM CompanyBrowseLoop
            UNTIL WS-CompEOF = "YES"
                OR RESPONSE-IN-WS = "Q" OR "q"
                OR RESPONSE-IN-WS = "A" OR "a"
                OR RESPONSE-IN-WS = "E" OR "e"
                OR RESPONSE-IN-WS = "T" OR "t"
                OR RESPONSE-IN-WS = "R" OR "r"
        CLOSE CompanyFile
    END-IF
    IF WS-CompEOF = "YES" AND (RESPONSE-IN-WS = "C" OR "c")
        DISPLAY CLEAR-SCREEN
        DISPLAY COMPANY-MAINT-SCREEN-HEADER
        DISPLAY COMPANY-MAINT-END-SCREEN
        ACCEPT COMPANY-MAINT-END-INPUT
    END-IF
    EVALUATE TRUE
        WHEN RESPONSE-IN-WS = "A" OR "a"
            PERFORM DisplayAddCompanyScreen
        WHEN RESPONSE-IN-WS = "E" OR "e"
            IF WS-CompSelectedId > 0
                PERFORM DisplayEditCompanyScreen
            END-IF
        WHEN RESPONSE-IN-WS = "T" OR "t"
            IF WS-CompSelectedId > 0
                PERFORM RetireCompany
            END-IF
        WHEN RESPONSE-IN-WS = "R" OR "r"
            IF WS-CompSelectedId > 0
                PERFORM PrintCompanyRosterReport
                DISPLAY CLEAR-SCREEN
                DISPLAY COMPANY-MAINT-SCREEN-HEADER
                DISPLAY COMPANY-ROSTER-CONFIRM-SCREEN
                ACCEPT COMPANY-ROSTER-CONTINUE-INPUT
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

CompanyBrowseLoop.
    READ CompanyFile NEXT RECORD
        AT END MOVE "YES" TO WS-CompEOF
        NOT AT END
            MOVE CompanyId TO WS-CompSelectedId
            MOVE CompanyName TO WS-CompName
            MOVE CompanyPhone TO WS-CompPhone
            MOVE CompanyAddress TO WS-CompAddress
            MOVE CompanyAccountNo TO WS-CompAccountNo
            MOVE CompanyStatus TO WS-CompStatus
            DISPLAY COMPANY-MAINT-SCREEN-HEADER
            DISPLAY COMPANY-MAINT-SECTION
            DISPLAY COMPANY-MAINT-MENU
            ACCEPT COMPANY-MAINT-MENU-INPUT
    END-READ.

GetNextCompanyIdByScan.
    MOVE 0 TO WS-NextCompanyId
    MOVE "NO" TO WS-CompEOF
    OPEN INPUT CompanyFile
    IF WS-CompanyFileStatus = "00"
        PERFORM FindMaxCompanyId UNTIL WS-CompEOF = "YES"
        CLOSE CompanyFile
    END-IF
    ADD 1 TO WS-NextCompanyId.

FindMaxCompanyId.
    READ CompanyFile NEXT RECORD
        AT END MOVE "YES" TO WS-CompEOF
        NOT AT END
            IF CompanyId > WS-NextCompanyId
                MOVE CompanyId TO WS-NextCompanyId
            END-IF
    END-READ.

DisplayAddCompanyScreen.
    PERFORM GetNextCompanyIdByScan
    MOVE WS-NextCompanyId TO WS-CompSelectedId
    MOVE SPACES TO WS-CompName WS-CompPhone
        WS-CompAddress WS-CompAccountNo
    DISPLAY CLEAR-SCREEN
    DISPLAY COMPANY-MAINT-SCREEN-HEADER
    DISPLAY COMPANY-EDIT-SECTION
    DISPLAY COMPANY-ACTION-MENU
    ACCEPT COMPANY-EDIT-SECTION
    ACCEPT COMPANY-ACTION-MENU-INPUT
    IF (RESPONSE-IN-WS = "S" OR "s") AND WS-CompName NOT = SPACES
        OPEN I-O CompanyFile
        MOVE WS-CompSelectedId TO CompanyId
        MOVE WS-CompName TO CompanyName
        MOVE WS-CompPhone TO CompanyPhone
        MOVE WS-CompAddress TO CompanyAddress
        MOVE WS-CompAccountNo TO CompanyAccountNo
        MOVE "A" TO CompanyStatus
        WRITE CompanyRecord
            INVALID KEY
                DISPLAY "Unable to add company"
        END-WRITE
        CLOSE CompanyFile
    END-IF.

DisplayEditCompanyScreen.
    DISPLAY CLEAR-SCREEN
    DISPLAY COMPANY-MAINT-SCREEN-HEADER
    DISPLAY COMPANY-EDIT-SECTION
    DISPLAY COMPANY-ACTION-MENU
    ACCEPT COMPANY-EDIT-SECTION
    ACCEPT COMPANY-ACTION-MENU-INPUT
    IF (RESPONSE-IN-WS = "S" OR "s") AND WS-CompName NOT = SPACES
        OPEN I-O CompanyFile
        MOVE WS-CompSelectedId TO CompanyId
        READ CompanyFile RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE WS-CompName TO CompanyName
                MOVE WS-CompPhone TO CompanyPhone
                MOVE WS-CompAddress TO CompanyAddress
                MOVE WS-CompAccountNo TO CompanyAccountNo
                REWRITE CompanyRecord
                    INVALID KEY
                        DISPLAY "Unable to update company"
                END-REWRITE
        END-READ
        CLOSE CompanyFile
    END-IF.

RetireCompany.
    OPEN I-O CompanyFile
    MOVE WS-CompSelectedId TO CompanyId
    READ CompanyFile RECORD
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "R" TO CompanyStatus
            REWRITE CompanyRecord
                INVALID KEY
                    CONTINUE
            END-REWRITE
    END-READ
    CLOSE CompanyFile.

PrintCompanyRosterReport.
    MOVE 0 TO WS-RosterCount
    OPEN OUTPUT CompanyReportFile
    MOVE SPACES TO CompanyReportLine
    STRING "Company Roster - #" DELIMITED BY SIZE
        WS-CompSelectedId DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        FUNCTION TRIM(WS-CompName) DELIMITED BY SIZE
        INTO CompanyReportLine
    END-STRING
    WRITE CompanyReportLine
    MOVE SPACES TO CompanyReportLine
    STRING "Phone: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-CompPhone) DELIMITED BY SIZE
        "  Account: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-CompAccountNo) DELIMITED BY SIZE
        INTO CompanyReportLine
    END-STRING
    WRITE CompanyReportLine
    MOVE SPACES TO CompanyReportLine
    STRING "Address: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-CompAddress) DELIMITED BY SIZE
        INTO CompanyReportLine
    END-STRING
    WRITE CompanyReportLine
    MOVE SPACES TO CompanyReportLine
    WRITE CompanyReportLine
    MOVE "NO" TO WS-EOF
    OPEN INPUT ContactsFile
    PERFORM UNTIL WS-EOF = "YES"
        READ ContactsFile NEXT RECORD IGNORING LOCK
            AT END MOVE "YES" TO WS-EOF
            NOT AT END
                IF ContactCompanyId = WS-CompSelectedId
                    ADD 1 TO WS-RosterCount
                    MOVE SPACES TO CompanyReportLine
                    STRING ContactId DELIMITED BY SIZE
                        "  " DELIMITED BY SIZE
                        FirstName DELIMITED BY SPACE
                        " " DELIMITED BY SIZE
                        LastName DELIMITED BY SPACE
                        "  " DELIMITED BY SIZE
                        Phone DELIMITED BY SPACE
                        INTO CompanyReportLine
                    END-STRING
                    WRITE CompanyReportLine
                END-IF
        END-READ
    END-PERFORM
    CLOSE ContactsFile
    IF WS-RosterCount = 0
        MOVE "  (NO LINKED CONTACTS)" TO CompanyReportLine
        WRITE CompanyReportLine
    END-IF
    MOVE SPACES TO CompanyReportLine
    WRITE CompanyReportLine
    MOVE WS-RosterCount TO WS-RosterCountEdit
    MOVE SPACES TO CompanyReportLine
    STRING "Total Linked Contacts: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-RosterCountEdit) DELIMITED BY SIZE
        INTO CompanyReportLine
    END-STRING
    WRITE CompanyReportLine
    CLOSE CompanyReportFile.

DisplayConsentFlagsScreen.
    MOVE 0 TO WS-ConsentContactId
    DISPLAY CONSENT-SCREEN-HEADER
    DISPLAY CONSENT-PROMPT-SECTION
    ACCEPT CONSENT-CONTACT-ID-INPUT
    IF WS-ConsentContactId > 0
        PERFORM EditConsentFlags
    END-IF.

EditConsentFlags.
    MOVE WS-ConsentContactId TO WS-SelectedContactId
    OPEN I-O ContactsFile
    MOVE WS-ConsentContactId TO ContactId
    READ ContactsFile RECORD WITH LOCK
        INVALID KEY
            CONTINUE
    END-READ
    EVALUATE WS-ContactsFileStatus
        WHEN "00"
            PERFORM RegisterRecordLock
            PERFORM EditConsentFlagsDetail
            PERFORM ClearRecordLock
        WHEN "51"
            PERFORM DisplayRecordLockedScreen
        WHEN OTHER
            DISPLAY CLEAR-SCREEN
            DISPLAY CONSENT-SCREEN-HEADER
            DISPLAY CONSENT-NOT-FOUND-SCREEN
            ACCEPT CONSENT-NOT-FOUND-INPUT
    END-EVALUATE
    CLOSE ContactsFile.

EditConsentFlagsDetail.
    MOVE Contact TO WS-Contact
    MOVE SPACES TO WS-ConsentName
    STRING FUNCTION TRIM(WS-FirstName) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(WS-LastName) DELIMITED BY SIZE
        INTO WS-ConsentName
    END-STRING
    DISPLAY CLEAR-SCREEN
    DISPLAY CONSENT-SCREEN-HEADER
    DISPLAY CONSENT-SECTION
    DISPLAY CONSENT-MENU
    ACCEPT CONSENT-SECTION
    ACCEPT CONSENT-MENU-INPUT
    IF RESPONSE-IN-WS = "S" OR "s"
        MOVE FUNCTION UPPER-CASE(NoMailFlag) TO NoMailFlag
        IF NoMailFlag NOT = "Y"
            MOVE SPACE TO NoMailFlag
        END-IF
        MOVE FUNCTION UPPER-CASE(NoCallFlag) TO NoCallFlag
        IF NoCallFlag NOT = "Y"
            MOVE SPACE TO NoCallFlag
        END-IF
        MOVE FUNCTION UPPER-CASE(NoEmailFlag) TO NoEmailFlag
        IF NoEmailFlag NOT = "Y"
            MOVE SPACE TO NoEmailFlag
        END-IF
        IF Contact NOT = WS-Contact
            MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
            MOVE WS-CurrentDateTime(1:8) TO ConsentDate
            MOVE "UPDATE" TO WS-AuditAction
            MOVE ContactId TO WS-AuditContactId
            MOVE WS-Contact TO WS-AuditBeforeName
            MOVE "YES" TO WS-WriteOk
            REWRITE Contact
                INVALID KEY
                    DISPLAY "Unable to update consent flags"
                    MOVE "NO" TO WS-WriteOk
            END-REWRITE
            IF WS-WriteOk = "YES"
                MOVE Contact TO WS-AuditAfterName
                PERFORM WriteAuditLogEntry
            END-IF
        END-IF
    END-IF.

CheckForDuplicateContact.
    MOVE "NO" TO WS-DuplicateFound
    OPEN INPUT ContactsFile
    MOVE WS-FirstName TO FirstName
    MOVE WS-LastName TO LastName
    READ ContactsFile RECORD KEY IS Fullname
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "YES" TO WS-DuplicateFound
    END-READ
    CLOSE ContactsFile.

GetNextContactId.
    MOVE 0 TO WS-NextContactId
    MOVE SPACES TO WS-ControlRecordWork
    OPEN INPUT ControlFile
    IF WS-ControlFileStatus = "00"
        READ ControlFile INTO WS-ControlRecordWork
            AT END CONTINUE
        END-READ
        CLOSE ControlFile
        IF WS-ControlNextContactId NUMERIC
            AND WS-ControlNextContactId > 0
            MOVE WS-ControlNextContactId TO WS-NextContactId
        END-IF
    END-IF
    IF WS-NextContactId = 0
        PERFORM GetNextContactIdByScan
    END-IF.

AllocateNextContactId.
    MOVE "NO" TO WS-AllocateOk
    MOVE 0 TO WS-LockRetryCount
    PERFORM AcquireAllocationLock
    PERFORM TryAllocateNextContactId
        UNTIL WS-AllocateOk = "YES" OR WS-LockRetryCount > 5
    PERFORM ReleaseAllocationLock
    IF WS-AllocateOk NOT = "YES"
        PERFORM GetNextContactId
    END-IF.

AcquireAllocationLock.
    MOVE "NO" TO WS-AllocLockHeld
    OPEN I-O LocksFile
    IF WS-LocksFileStatus = "35"
        OPEN OUTPUT LocksFile
        CLOSE LocksFile
        OPEN I-O LocksFile
    END-IF
    IF WS-LocksFileStatus = "00"
        MOVE 0 TO LockContactId
        MOVE SPACES TO LockOperator
        MOVE SPACES TO LockTime
        WRITE LockRecord
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE 0 TO WS-AllocRetryCount
        PERFORM TryAcquireAllocationLock
            UNTIL WS-AllocLockHeld = "YES" OR WS-AllocRetryCount > 100
        IF WS-AllocLockHeld NOT = "YES"
            CLOSE LocksFile
        END-IF
    END-IF.

TryAcquireAllocationLock.
    ADD 1 TO WS-AllocRetryCount
    MOVE 0 TO LockContactId
    READ LocksFile RECORD WITH LOCK
        INVALID KEY
            CONTINUE
    END-READ
    IF WS-LocksFileStatus = "00"
        MOVE "YES" TO WS-AllocLockHeld
    END-IF.

ReleaseAllocationLock.
    IF WS-AllocLockHeld = "YES"
        CLOSE LocksFile
        MOVE "NO" TO WS-AllocLockHeld
    END-IF.

TryAllocateNextContactId.
    ADD 1 TO WS-LockRetryCount
    OPEN I-O ControlFile
    IF WS-ControlFileStatus = "00"
        READ ControlFile
            AT END CONTINUE
        END-READ
        IF WS-ControlFileStatus = "00"
            AND ControlNextContactId NUMERIC
            AND ControlNextContactId > 0
            MOVE ControlNextContactId TO WS-NextContactId
            COMPUTE ControlNextContactId = WS-NextContactId + 1
            REWRITE ControlRecord
            IF WS-ControlFileStatus = "00"
                MOVE "YES" TO WS-AllocateOk
            END-IF
        END-IF
        CLOSE ControlFile
    END-IF.

ResolveOperator.
    IF WS-Operator = SPACES
        ACCEPT WS-Operator FROM ENVIRONMENT "USER"
    END-IF
    IF WS-Operator = SPACES
        MOVE "UNKNOWN" TO WS-Operator
    END-IF.

RegisterRecordLock.
    PERFORM ResolveOperator
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    OPEN I-O LocksFile
    IF WS-LocksFileStatus = "35"
        OPEN OUTPUT LocksFile
        CLOSE LocksFile
        OPEN I-O LocksFile
    END-IF
    IF WS-LocksFileStatus = "00"
        MOVE WS-SelectedContactId TO LockContactId
        MOVE WS-Operator TO LockOperator
        MOVE WS-CurrentDateTime(1:14) TO LockTime
        WRITE LockRecord
            INVALID KEY
                REWRITE LockRecord
                    INVALID KEY
                        CONTINUE
                END-REWRITE
        END-WRITE
        CLOSE LocksFile
    END-IF.

ClearRecordLock.
    OPEN I-O LocksFile
    IF WS-LocksFileStatus = "00"
        MOVE WS-SelectedContactId TO LockContactId
        DELETE LocksFile RECORD
            INVALID KEY
                CONTINUE
        END-DELETE
        CLOSE LocksFile
    END-IF.

DisplayRecordLockedScreen.
    MOVE "UNKNOWN" TO WS-LockHolder
    OPEN INPUT LocksFile
    IF WS-LocksFileStatus = "00"
        MOVE WS-SelectedContactId TO LockContactId
        READ LocksFile RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE LockOperator TO WS-LockHolder
        END-READ
        CLOSE LocksFile
    END-IF
    DISPLAY CLEAR-SCREEN
    DISPLAY RECORD-LOCKED-SCREEN
    ACCEPT RECORD-LOCKED-CONTINUE-INPUT.

GetNextContactIdByScan.
    MOVE 0 TO WS-MaxContactId
    MOVE "NO" TO WS-EOF
    OPEN INPUT ContactsFile
    PERFORM UNTIL WS-EOF = "YES"
        READ ContactsFile NEXT RECORD IGNORING LOCK
            AT END MOVE "YES" TO WS-EOF
            NOT AT END
                IF ContactId > WS-MaxContactId
                    MOVE ContactId TO WS-MaxContactId
                END-IF
        END-READ
    END-PERFORM
    CLOSE ContactsFile
    COMPUTE WS-NextContactId = WS-MaxContactId + 1.

WriteAuditLogEntry.
    PERFORM ResolveOperator
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    MOVE "AUDIT.LOG" TO WS-AuditLogName
    OPEN EXTEND AuditLogFile
    MOVE SPACES TO AuditLine
    STRING WS-CurrentDateTime(1:14) DELIMITED BY SIZE
        "|" DELIMITED BY SIZE
        FUNCTION TRIM(WS-Operator) DELIMITED BY SIZE
        "|" DELIMITED BY SIZE
        WS-AuditAction DELIMITED BY SIZE
        "|ID=" DELIMITED BY SIZE
        WS-AuditContactId DELIMITED BY SIZE
        "|BEFORE=" DELIMITED BY SIZE
        FUNCTION TRIM(WS-AuditBeforeName) DELIMITED BY SIZE
        "|AFTER=" DELIMITED BY SIZE
        FUNCTION TRIM(WS-AuditAfterName) DELIMITED BY SIZE
        INTO AuditLine
    END-STRING
    WRITE AuditLine
    CLOSE AuditLogFile.

WriteCompanyAuditEntry.
    PERFORM ResolveOperator
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    MOVE "AUDIT.LOG" TO WS-AuditLogName
    OPEN EXTEND AuditLogFile
    MOVE SPACES TO AuditLine
    STRING WS-CurrentDateTime(1:14) DELIMITED BY SIZE
        "|" DELIMITED BY SIZE
        FUNCTION TRIM(WS-Operator) DELIMITED BY SIZE
        "|" DELIMITED BY SIZE
        WS-AuditAction DELIMITED BY SIZE
        "|CO=" DELIMITED BY SIZE
        WS-AuditCompanyId DELIMITED BY SIZE
        "|BEFORE=" DELIMITED BY SIZE
        FUNCTION TRIM(WS-AuditBeforeName) DELIMITED BY SIZE
        "|AFTER=" DELIMITED BY SIZE
        FUNCTION TRIM(WS-AuditAfterName) DELIMITED BY SIZE
        INTO AuditLine
    END-STRING
    WRITE AuditLine
    CLOSE AuditLogFile.

BeginAuditScan.
    PERFORM LoadAuditSegmentTable
    MOVE 0 TO WS-AuditSegIx
    MOVE "NO" TO WS-EOF
    PERFORM OpenNextAuditSegment.

EndAuditScan.
    IF WS-AuditSegOpen = "YES"
        CLOSE AuditLogFile
        MOVE "NO" TO WS-AuditSegOpen
    END-IF.

LoadAuditSegmentTable.
    MOVE 0 TO WS-AuditSegUsed
    OPEN INPUT AuditSegCatalog
    IF WS-AuditSegCatalogStatus = "00"
        MOVE "NO" TO WS-AuditCatEOF
        PERFORM LoadAuditSegmentEntry
            UNTIL WS-AuditCatEOF = "YES"
        CLOSE AuditSegCatalog
    END-IF
    IF WS-AuditSegUsed < 25
        ADD 1 TO WS-AuditSegUsed
        MOVE "AUDIT.LOG" TO WS-AuditSegName(WS-AuditSegUsed)
    END-IF.

LoadAuditSegmentEntry.
    READ AuditSegCatalog
        AT END MOVE "YES" TO WS-AuditCatEOF
        NOT AT END
            IF AuditSegCatalogLine NOT = SPACES
                IF WS-AuditSegUsed < 24
                    ADD 1 TO WS-AuditSegUsed
                    MOVE AuditSegCatalogLine
                        TO WS-AuditSegName(WS-AuditSegUsed)
                ELSE
                    PERFORM DropOldestAuditSegment
                    MOVE AuditSegCatalogLine
                        TO WS-AuditSegName(WS-AuditSegUsed)
                END-IF
            END-IF
    END-READ.

DropOldestAuditSegment.
    MOVE 1 TO WS-AuditSegShiftIx
    PERFORM ShiftAuditSegmentEntry
        UNTIL WS-AuditSegShiftIx >= WS-AuditSegUsed.

ShiftAuditSegmentEntry.
    MOVE WS-AuditSegName(WS-AuditSegShiftIx + 1)
        TO WS-AuditSegName(WS-AuditSegShiftIx)
    ADD 1 TO WS-AuditSegShiftIx.

OpenNextAuditSegment.
    MOVE "NO" TO WS-AuditSegOpen
    PERFORM TryOpenNextAuditSegment
        UNTIL WS-AuditSegOpen = "YES" OR WS-EOF = "YES".

TryOpenNextAuditSegment.
    ADD 1 TO WS-AuditSegIx
    IF WS-AuditSegIx > WS-AuditSegUsed
        MOVE "YES" TO WS-EOF
    ELSE
        MOVE WS-AuditSegName(WS-AuditSegIx) TO WS-AuditLogName
        OPEN INPUT AuditLogFile
        IF WS-AuditLogFileStatus = "00"
            MOVE "YES" TO WS-AuditSegOpen
        END-IF
    END-IF.

GetNextAuditLine.
    MOVE "NO" TO WS-AuditLineOk
    PERFORM ReadNextAuditLine
        UNTIL WS-AuditLineOk = "YES" OR WS-EOF = "YES".

ReadNextAuditLine.
    IF WS-AuditSegOpen NOT = "YES"
        MOVE "YES" TO WS-EOF
    ELSE
        READ AuditLogFile
            AT END
                CLOSE AuditLogFile
                PERFORM OpenNextAuditSegment
            NOT AT END
                MOVE "YES" TO WS-AuditLineOk
        END-READ
    END-IF.

OpenSuppressionReport.
    MOVE 0 TO WS-SuppressCount
    MOVE "NO" TO WS-SuppressOpen
    OPEN EXTEND SuppressFile
    IF WS-SuppressFileStatus = "35"
        OPEN OUTPUT SuppressFile
    END-IF
    IF WS-SuppressFileStatus = "00"
        MOVE "YES" TO WS-SuppressOpen
        MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
        MOVE SPACES TO SuppressLine
        STRING "SUPPRESSION LIST - " DELIMITED BY SIZE
            FUNCTION TRIM(WS-SuppressRun) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-CurrentDateTime(1:14) DELIMITED BY SIZE
            INTO SuppressLine
        END-STRING
        WRITE SuppressLine
    END-IF.

WriteSuppressionLine.
    ADD 1 TO WS-SuppressCount
    IF WS-SuppressOpen = "YES"
        MOVE SPACES TO SuppressLine
        STRING "  " DELIMITED BY SIZE
            ContactId DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            FirstName DELIMITED BY SPACE
            " " DELIMITED BY SIZE
            LastName DELIMITED BY SPACE
            "  " DELIMITED BY SIZE
            FUNCTION TRIM(WS-SuppressReason) DELIMITED BY SIZE
            INTO SuppressLine
        END-STRING
        WRITE SuppressLine
    END-IF.

CloseSuppressionReport.
    IF WS-SuppressOpen = "YES"
        MOVE WS-SuppressCount TO WS-SuppressCountEdit
        MOVE SPACES TO SuppressLine
        STRING "EXCLUDED: " DELIMITED BY SIZE
            FUNCTION TRIM(WS-SuppressCountEdit) DELIMITED BY SIZE
            INTO SuppressLine
        END-STRING
        WRITE SuppressLine
        MOVE SPACES TO SuppressLine
        WRITE SuppressLine
        CLOSE SuppressFile
        MOVE "NO" TO WS-SuppressOpen
    END-IF.

DisplayDashboardScreen.
    DISPLAY DASHBOARD-SCREEN-HEADER
    DISPLAY DASHBOARD-MENU
    ACCEPT DASHBOARD-MENU-INPUT
    IF NOT (WS-ApplicationArea > 0 AND < 28)
        PERFORM DisplayDashboardScreen
    END-IF.

CountContacts.
    MOVE 0 TO WS-ContactsCount
    MOVE "NO" TO WS-EOF
    OPEN INPUT ContactsFile
    PERFORM UNTIL WS-EOF = "YES"
    READ ContactsFile NEXT RECORD IGNORING LOCK
        AT END MOVE "YES" TO WS-EOF
        NOT AT END ADD 1 TO WS-ContactsCount
    END-PERFORM
    CLOSE ContactsFile.

CountCategoryFilterMatches.
    MOVE 0 TO WS-MatchTotal
    MOVE "NO" TO WS-EOF
    OPEN INPUT ContactsFile
    PERFORM UNTIL WS-EOF = "YES"
            NOT AT END
                IF WS-CategoryFilterUpper = SPACES
                    OR FUNCTION UPPER-CASE(Category) = WS-CategoryFilterUpper
                    ADD 1 TO WS-MatchTotal
                END-IF
        END-READ
    END-PERFORM
    CLOSE ContactsFile.

CountSearchMatches.
    MOVE 0 TO WS-MatchTotal
    MOVE "NO" TO WS-EOF
    OPEN INPUT ContactsFile
    PERFORM UNTIL WS-EOF = "YES"
        READ ContactsFile NEXT RECORD INTO WS-Contact IGNORING LOCK
            AT END MOVE "YES" TO WS-EOF
            NOT AT END
                MOVE SPACES TO WS-SearchNameUpper
                STRING FUNCTION TRIM(WS-FirstName) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-LastName) DELIMITED BY SIZE
                    INTO WS-SearchNameUpper
                END-STRING
                MOVE FUNCTION UPPER-CASE(WS-SearchNameUpper)
                    TO WS-SearchNameUpper
                MOVE 0 TO WS-SearchTallyCount
                IF WS-SearchTermLength = 0
                    MOVE 1 TO WS-SearchTallyCount
                ELSE
                    INSPECT WS-SearchNameUpper TALLYING WS-SearchTallyCount
                        FOR ALL WS-SearchTermUpper(1:WS-SearchTermLength)
                END-IF
                IF WS-SearchTallyCount > 0
                    ADD 1 TO WS-MatchTotal
                END-IF
        END-READ
    END-PERFORM
    CLOSE ContactsFile.

BackupContactsFile.
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    STRING "CONTACTS.DAT.BAK." DELIMITED BY SIZE
        WS-CurrentDateTime(1:14) DELIMITED BY SIZE
        INTO WS-BackupFileName
    END-STRING
    CALL "CBL_COPY_FILE" USING "CONTACTS.DAT", WS-BackupFileName
    IF WS-KeepPriorCopy NOT = "YES"
        CALL "CBL_COPY_FILE" USING "CONTACTS.DAT", "CONTACTS.DAT.PRIOR"
        IF RETURN-CODE = 0
            OPEN OUTPUT PriorStampFile
            MOVE WS-CurrentDateTime(1:14) TO PriorStampTaken
            WRITE PriorStampRecord
            CLOSE PriorStampFile
        END-IF
        MOVE 0 TO RETURN-CODE
    END-IF.

CheckContactsCountIntegrity.
    PERFORM DetectContactsCountTruncation
    IF WS-PossibleTruncation = "YES"
        DISPLAY CLEAR-SCREEN
        DISPLAY INTEGRITY-WARNING-SCREEN
        ACCEPT INTEGRITY-WARNING-CONTINUE-INPUT
    END-IF
    PERFORM WriteControlFile.

DetectContactsCountTruncation.
    PERFORM CountContacts
    MOVE "NO" TO WS-PossibleTruncation
    MOVE 0 TO WS-LastKnownCount
    MOVE SPACES TO WS-ControlRecordWork
    OPEN INPUT ControlFile
    IF WS-ControlFileStatus = "00"
        READ ControlFile INTO WS-ControlRecordWork
            AT END CONTINUE
        END-READ
        CLOSE ControlFile
        IF WS-ControlContactsCount NUMERIC
            MOVE WS-ControlContactsCount TO WS-LastKnownCount
        END-IF
        IF WS-ContactsCount < WS-LastKnownCount
            MOVE "YES" TO WS-PossibleTruncation
        END-IF
    END-IF.

WriteControlFile.
    OPEN I-O ControlFile
    IF WS-ControlFileStatus = "00"
        READ ControlFile
            AT END CONTINUE
        END-READ
        IF WS-ControlFileStatus = "00"
            MOVE WS-ContactsCount TO ControlContactsCount
            IF ControlNextContactId NUMERIC
                AND ControlNextContactId > WS-NextContactId
                CONTINUE
            ELSE
                MOVE WS-NextContactId TO ControlNextContactId
            END-IF
            REWRITE ControlRecord
            IF WS-ControlFileStatus = "00"
                CLOSE ControlFile
            ELSE
                CLOSE ControlFile
                PERFORM WriteControlFileFresh
            END-IF
        ELSE
            CLOSE ControlFile
            PERFORM WriteControlFileFresh
        END-IF
    ELSE
        PERFORM WriteControlFileFresh
    END-IF.

WriteControlFileFresh.
    OPEN OUTPUT ControlFile
    MOVE WS-ContactsCount TO ControlContactsCount
    MOVE WS-NextContactId TO ControlNextContactId
    WRITE ControlRecord
    CLOSE ControlFile.

DisplayViewContactsScreen.
    MOVE SPACES TO WS-CategoryFilter
    DISPLAY CATEGORY-FILTER-SCREEN-HEADER
    DISPLAY CATEGORY-FILTER-PROMPT-SECTION
    ACCEPT CATEGORY-FILTER-INPUT
    MOVE FUNCTION UPPER-CASE(WS-CategoryFilter) TO WS-CategoryFilterUpper
    PERFORM CountCategoryFilterMatches
    MOVE 0 TO WS-Page
    MOVE "NO" TO WS-EOF
    MOVE "C" TO RESPONSE-IN-WS
    OPEN INPUT ContactsFile
    PERFORM DisplayViewContactsScreenLoop
        UNTIL WS-EOF = "YES" OR RESPONSE-IN-WS = "Q" OR "q"
    CLOSE ContactsFile.

DisplayViewContactsScreenLoop.
    MOVE "NO" TO WS-SearchFound
    PERFORM UNTIL WS-SearchFound = "YES" OR WS-EOF = "YES"
        READ ContactsFile NEXT RECORD INTO WS-Contact IGNORING LOCK
            AT END MOVE "YES" TO WS-EOF
            NOT AT END
                IF WS-CategoryFilterUpper = SPACES
                    OR FUNCTION UPPER-CASE(WS-Category) = WS-CategoryFilterUpper
                    MOVE "YES" TO WS-SearchFound
                    ADD 1 TO WS-Page
                END-IF
        END-READ
    END-PERFORM
    IF WS-EOF NOT = "YES"
        MOVE WS-ContactId TO WS-RelSeekId
        PERFORM LoadContactRelations
        MOVE WS-ContactId TO WS-OwnerSeekId
        PERFORM LookupContactOwner
        DISPLAY VIEW-CONTACT-SCREEN-HEADER
        DISPLAY NAME-SECTION
        DISPLAY RELATION-COUNT-SECTION
        DISPLAY OWNER-SHOW-SECTION
        DISPLAY PAGE-SECTION
        IF WS-CategoryFilterUpper = SPACES
            DISPLAY TOTAL-CONTACTS-SECTION
        ELSE
            DISPLAY MATCH-TOTAL-SECTION
        END-IF
        DISPLAY VIEW-CONTACT-SCREEN-MENU
        ACCEPT VIEW-CONTACT-MENU-INPUT
        IF RESPONSE-IN-WS = "N" OR "n"
            PERFORM DisplayContactNotesScreen
            MOVE "C" TO RESPONSE-IN-WS
        END-IF
        IF RESPONSE-IN-WS = "M" OR "m"
            PERFORM DisplayCampaignHistoryScreen
            MOVE "C" TO RESPONSE-IN-WS
        END-IF
        IF RESPONSE-IN-WS = "L" OR "l"
            MOVE "NO" TO WS-RelEditMode
            MOVE "YES" TO WS-RelContactsOpen
            PERFORM DisplayContactRelationsScreen
            MOVE "NO" TO WS-RelContactsOpen
            MOVE "C" TO RESPONSE-IN-WS
        END-IF
    END-IF.

DisplayContactNotesScreen.
    MOVE WS-ContactId TO WS-NotesContactId
    MOVE "C" TO RESPONSE-IN-WS
    MOVE 0 TO WS-NoteViewCount
    PERFORM BrowseContactNotes
    IF RESPONSE-IN-WS = "A" OR "a"
        PERFORM RequireEditAccess
        IF WS-AccessAllowed = "YES"
            PERFORM DisplayAddNoteScreen
        END-IF
    ELSE
        IF WS-NoteViewCount = 0
            DISPLAY CLEAR-SCREEN
            DISPLAY NOTES-SCREEN-HEADER
            DISPLAY NOTES-NONE-SCREEN
            ACCEPT NOTES-NONE-INPUT
            IF RESPONSE-IN-WS = "A" OR "a"
                PERFORM RequireEditAccess
                IF WS-AccessAllowed = "YES"
                    PERFORM DisplayAddNoteScreen
                END-IF
            END-IF
        END-IF
    END-IF.

BrowseContactNotes.
    MOVE "NO" TO WS-NotesEOF
    OPEN INPUT NotesFile
    IF WS-NotesFileStatus = "00"
        MOVE WS-NotesContactId TO NoteContactId
        MOVE 0 TO NoteSeq
        START NotesFile KEY IS NOT LESS THAN NoteKey
            INVALID KEY MOVE "YES" TO WS-NotesEOF
        END-START
        PERFORM BrowseContactNotesLoop
            UNTIL WS-NotesEOF = "YES" OR RESPONSE-IN-WS = "Q" OR "q"
                OR RESPONSE-IN-WS = "A" OR "a"
        CLOSE NotesFile
    END-IF.

BrowseContactNotesLoop.
    READ NotesFile NEXT RECORD
        AT END MOVE "YES" TO WS-NotesEOF
        NOT AT END
            IF NoteContactId NOT = WS-NotesContactId
                MOVE "YES" TO WS-NotesEOF
            ELSE
                ADD 1 TO WS-NoteViewCount
                MOVE NoteDate TO WS-NoteDateShow
                MOVE NoteOperator TO WS-NoteOperatorShow
                MOVE NoteText1 TO WS-NoteText1
                MOVE NoteText2 TO WS-NoteText2
                MOVE NoteText3 TO WS-NoteText3
                DISPLAY NOTES-SCREEN-HEADER
                DISPLAY NOTE-DISPLAY-SECTION
                DISPLAY NOTES-BROWSE-MENU
                ACCEPT NOTES-BROWSE-MENU-INPUT
            END-IF
    END-READ.

DisplayAddNoteScreen.
    MOVE SPACES TO WS-NoteText1 WS-NoteText2 WS-NoteText3
    DISPLAY CLEAR-SCREEN
    DISPLAY NOTES-SCREEN-HEADER
    DISPLAY ADD-NOTE-SECTION
    DISPLAY ADD-NOTE-MENU
    ACCEPT ADD-NOTE-SECTION
    ACCEPT ADD-NOTE-MENU-INPUT
    IF RESPONSE-IN-WS = "S" OR "s"
        IF NOT (WS-NoteText1 = SPACES AND WS-NoteText2 = SPACES
                AND WS-NoteText3 = SPACES)
            PERFORM SaveContactNote
        END-IF
    END-IF.

SaveContactNote.
    OPEN I-O NotesFile
    IF WS-NotesFileStatus = "35"
        OPEN OUTPUT NotesFile
        CLOSE NotesFile
        OPEN I-O NotesFile
    END-IF
    MOVE 0 TO WS-NoteNextSeq
    MOVE WS-NotesContactId TO NoteContactId
    MOVE 0 TO NoteSeq
    START NotesFile KEY IS NOT LESS THAN NoteKey
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "NO" TO WS-NotesEOF
            PERFORM FindLastNoteSeq UNTIL WS-NotesEOF = "YES"
    END-START
    ADD 1 TO WS-NoteNextSeq
    PERFORM ResolveOperator
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    MOVE SPACES TO ContactNote
    MOVE WS-NotesContactId TO NoteContactId
    MOVE WS-NoteNextSeq TO NoteSeq
    MOVE WS-CurrentDateTime(1:8) TO NoteDate
    MOVE WS-Operator TO NoteOperator
    MOVE WS-NoteText1 TO NoteText1
    MOVE WS-NoteText2 TO NoteText2
    MOVE WS-NoteText3 TO NoteText3
    WRITE ContactNote
        INVALID KEY
            DISPLAY "Unable to save note"
    END-WRITE
    CLOSE NotesFile.

FindLastNoteSeq.
    READ NotesFile NEXT RECORD
        AT END MOVE "YES" TO WS-NotesEOF
        NOT AT END
            IF NoteContactId = WS-NotesContactId
                MOVE NoteSeq TO WS-NoteNextSeq
            ELSE
                MOVE "YES" TO WS-NotesEOF
            END-IF
    END-READ.

CountContactNotes.
    MOVE 0 TO WS-NoteCount
    IF WS-NotesAvailable = "YES"
        MOVE ContactId TO WS-NotesContactId
        MOVE WS-NotesContactId TO NoteContactId
        MOVE 0 TO NoteSeq
        START NotesFile KEY IS NOT LESS THAN NoteKey
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "NO" TO WS-NotesEOF
                PERFORM CountContactNotesLoop UNTIL WS-NotesEOF = "YES"
        END-START
    END-IF.

CountContactNotesLoop.
    READ NotesFile NEXT RECORD
        AT END MOVE "YES" TO WS-NotesEOF
        NOT AT END
            IF NoteContactId = WS-NotesContactId
                ADD 1 TO WS-NoteCount
            ELSE
                MOVE "YES" TO WS-NotesEOF
            END-IF
    END-READ.

DisplaySearchContactsScreen.
    MOVE SPACES TO WS-SearchTerm
    DISPLAY SEARCH-CONTACTS-SCREEN-HEADER
    DISPLAY SEARCH-PROMPT-SECTION
    ACCEPT SEARCH-TERM-INPUT
    MOVE FUNCTION UPPER-CASE(WS-SearchTerm) TO WS-SearchTermUpper
    COMPUTE WS-SearchTermLength = FUNCTION LENGTH(FUNCTION TRIM(WS-SearchTermUpper))
    PERFORM CountSearchMatches
    MOVE 0 TO WS-Page
    MOVE "NO" TO WS-EOF
    MOVE "C" TO RESPONSE-IN-WS
    OPEN INPUT ContactsFile
    PERFORM DisplaySearchContactsScreenLoop
        UNTIL WS-EOF = "YES" OR RESPONSE-IN-WS = "Q" OR "q"
    CLOSE ContactsFile.

DisplaySearchContactsScreenLoop.
    MOVE "NO" TO WS-SearchFound
    PERFORM UNTIL WS-SearchFound = "YES" OR WS-EOF = "YES"
        READ ContactsFile NEXT RECORD INTO WS-Contact IGNORING LOCK
            AT END MOVE "YES" TO WS-EOF
            NOT AT END
                MOVE SPACES TO WS-SearchNameUpper
                STRING FUNCTION TRIM(WS-FirstName) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-LastName) DELIMITED BY SIZE
                    INTO WS-SearchNameUpper
                END-STRING
                MOVE FUNCTION UPPER-CASE(WS-SearchNameUpper)
                    TO WS-SearchNameUpper
                MOVE 0 TO WS-SearchTallyCount
                IF WS-SearchTermLength = 0
                    MOVE 1 TO WS-SearchTallyCount
                ELSE
                    INSPECT WS-SearchNameUpper TALLYING WS-SearchTallyCount
                        FOR ALL WS-SearchTermUpper(1:WS-SearchTermLength)
                END-IF
                IF WS-SearchTallyCount > 0
                    MOVE "YES" TO WS-SearchFound
                    ADD 1 TO WS-Page
                END-IF
        END-READ
    END-PERFORM
    IF WS-EOF NOT = "YES"
        MOVE WS-ContactId TO WS-RelSeekId
        PERFORM LoadContactRelations
        MOVE WS-ContactId TO WS-OwnerSeekId
        PERFORM LookupContactOwner
        DISPLAY VIEW-CONTACT-SCREEN-HEADER
        DISPLAY NAME-SECTION
        DISPLAY RELATION-COUNT-SECTION
        DISPLAY OWNER-SHOW-SECTION
        DISPLAY PAGE-SECTION
        DISPLAY MATCH-TOTAL-SECTION
        DISPLAY VIEW-CONTACT-SCREEN-MENU
        ACCEPT VIEW-CONTACT-MENU-INPUT
        IF RESPONSE-IN-WS = "N" OR "n"
            PERFORM DisplayContactNotesScreen
            MOVE "C" TO RESPONSE-IN-WS
        END-IF
        IF RESPONSE-IN-WS = "M" OR "m"
            PERFORM DisplayCampaignHistoryScreen
            MOVE "C" TO RESPONSE-IN-WS
        END-IF
        IF RESPONSE-IN-WS = "L" OR "l"
            MOVE "NO" TO WS-RelEditMode
            MOVE "YES" TO WS-RelContactsOpen
            PERFORM DisplayContactRelationsScreen
            MOVE "NO" TO WS-RelContactsOpen
            MOVE "C" TO RESPONSE-IN-WS
        END-IF
    END-IF.

DisplaySortedViewContactsScreen.
    MOVE 0 TO WS-Page
    MOVE "NO" TO WS-EOF
    MOVE "C" TO RESPONSE-IN-WS
    OPEN INPUT ContactsFile
    MOVE LOW-VALUES TO LastName
    START ContactsFile KEY IS NOT LESS THAN LastName
        INVALID KEY MOVE "YES" TO WS-EOF
    END-START
    PERFORM DisplaySortedViewContactsScreenLoop
        UNTIL WS-EOF = "YES" OR RESPONSE-IN-WS = "Q" OR "q"
    CLOSE ContactsFile.

DisplaySortedViewContactsScreenLoop.
    READ ContactsFile NEXT RECORD INTO WS-Contact IGNORING LOCK
        AT END MOVE "YES" TO WS-EOF
        NOT AT END ADD 1 TO WS-Page
    END-READ
    IF WS-EOF NOT = "YES"
        MOVE WS-ContactId TO WS-RelSeekId
        PERFORM LoadContactRelations
        MOVE WS-ContactId TO WS-OwnerSeekId
        PERFORM LookupContactOwner
        DISPLAY VIEW-CONTACT-SCREEN-HEADER
        DISPLAY NAME-SECTION
        DISPLAY RELATION-COUNT-SECTION
        DISPLAY OWNER-SHOW-SECTION
        DISPLAY PAGE-SECTION
        DISPLAY TOTAL-CONTACTS-SECTION
        DISPLAY VIEW-CONTACT-SCREEN-MENU
        ACCEPT VIEW-CONTACT-MENU-INPUT
        IF RESPONSE-IN-WS = "N" OR "n"
            PERFORM DisplayContactNotesScreen
            MOVE "C" TO RESPONSE-IN-WS
        END-IF
        IF RESPONSE-IN-WS = "M" OR "m"
            PERFORM DisplayCampaignHistoryScreen
            MOVE "C" TO RESPONSE-IN-WS
        END-IF
        IF RESPONSE-IN-WS = "L" OR "l"
            MOVE "NO" TO WS-RelEditMode
            MOVE "YES" TO WS-RelContactsOpen
            PERFORM DisplayContactRelationsScreen
            MOVE "NO" TO WS-RelContactsOpen
            PERFORM RepositionSortedView
            MOVE "C" TO RESPONSE-IN-WS
        END-IF
    END-IF.

RepositionSortedView.
    MOVE WS-LastName TO LastName
    MOVE "NO" TO WS-SortedRepositioned
    START ContactsFile KEY IS EQUAL TO LastName
        INVALID KEY MOVE "YES" TO WS-EOF
    END-START
    PERFORM SkipToSortedViewContact
        UNTIL WS-SortedRepositioned = "YES" OR WS-EOF = "YES".

SkipToSortedViewContact.
    READ ContactsFile NEXT RECORD IGNORING LOCK
        AT END MOVE "YES" TO WS-EOF
        NOT AT END
            IF ContactId = WS-ContactId
                MOVE "YES" TO WS-SortedRepositioned
            END-IF
    END-READ.

DisplayPrintContactDirectoryReport.
    DISPLAY PRINT-REPORT-SCREEN-HEADER
    PERFORM PrintContactDirectoryReport
    DISPLAY PRINT-REPORT-CONFIRM-SCREEN
    ACCEPT PRINT-REPORT-CONTINUE-INPUT.

PrintContactDirectoryReport.
    MOVE 0 TO WS-ReportPage
    MOVE 0 TO WS-ReportLineCount
    MOVE 0 TO WS-ReportTotal
    OPEN OUTPUT PrintFile
    PERFORM WritePrintFileHeader
    MOVE "NO" TO WS-NotesAvailable
    OPEN INPUT NotesFile
    IF WS-NotesFileStatus = "00"
        MOVE "YES" TO WS-NotesAvailable
    END-IF
    MOVE "NO" TO WS-EOF
    OPEN INPUT ContactsFile
    PERFORM UNTIL WS-EOF = "YES"
        READ ContactsFile NEXT RECORD IGNORING LOCK
            AT END MOVE "YES" TO WS-EOF
            NOT AT END
                IF WS-ReportLineCount >= WS-ReportLinesPerPage
                    PERFORM WritePrintFileHeader
                END-IF
                ADD 1 TO WS-ReportTotal
                PERFORM CountContactNotes
                MOVE WS-NoteCount TO WS-NoteCountEdit
                MOVE SPACES TO PrintLine
                STRING ContactId DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    FirstName DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    LastName DELIMITED BY SPACE
                    "  " DELIMITED BY SIZE
                    Phone DELIMITED BY SPACE
                    "  " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-NoteCountEdit) DELIMITED BY SIZE
                    " NOTES" DELIMITED BY SIZE
                    INTO PrintLine
                END-STRING
                WRITE PrintLine
                ADD 1 TO WS-ReportLineCount
        END-READ
    END-PERFORM
    CLOSE ContactsFile
    IF WS-NotesAvailable = "YES"
        CLOSE NotesFile
    END-IF
    MOVE SPACES TO PrintLine
    MOVE WS-ReportTotal TO WS-ReportTotalEdit
    STRING "Total Contacts: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-ReportTotalEdit) DELIMITED BY SIZE
        INTO PrintLine
    END-STRING
    WRITE PrintLine
    CLOSE PrintFile.

WritePrintFileHeader.
    ADD 1 TO WS-ReportPage
    MOVE 0 TO WS-ReportLineCount
    IF WS-ReportPage > 1
        MOVE SPACES TO PrintLine
        WRITE PrintLine
    END-IF
    MOVE SPACES TO PrintLine
    MOVE WS-ReportPage TO WS-ReportPageEdit
    STRING "Contact Directory - Page " DELIMITED BY SIZE
        FUNCTION TRIM(WS-ReportPageEdit) DELIMITED BY SIZE
        INTO PrintLine
    END-STRING
    WRITE PrintLine
    MOVE "ID     First Name              Last Name               Phone  Notes"
        TO PrintLine
    WRITE PrintLine.

DisplayDuplicateScanScreen.
    MOVE 0 TO WS-MergePairCount
    MOVE 0 TO WS-MergeCount
    MOVE 0 TO WS-MergeOuterId
    MOVE "NO" TO WS-MergeDone
    MOVE "C" TO RESPONSE-IN-WS
    PERFORM DuplicateScanOuterStep
        UNTIL WS-MergeDone = "YES" OR RESPONSE-IN-WS = "Q" OR "q"
    DISPLAY CLEAR-SCREEN
    DISPLAY DUPLICATE-SCAN-SCREEN-HEADER
    DISPLAY DUPLICATE-SCAN-SUMMARY-SCREEN
    ACCEPT DUPLICATE-SCAN-SUMMARY-INPUT.

DuplicateScanOuterStep.
    OPEN INPUT ContactsFile
    MOVE WS-MergeOuterId TO ContactId
    START ContactsFile KEY IS GREATER THAN ContactId
        INVALID KEY MOVE "YES" TO WS-MergeDone
    END-START
    IF WS-MergeDone NOT = "YES"
        READ ContactsFile NEXT RECORD IGNORING LOCK
            AT END MOVE "YES" TO WS-MergeDone
            NOT AT END
                MOVE Contact TO WS-MergeContact1
                MOVE ContactId TO WS-MergeOuterId
        END-READ
    END-IF
    CLOSE ContactsFile
    IF WS-MergeDone NOT = "YES"
        MOVE WS-MergeOuterId TO WS-MergeInnerId
        MOVE "NO" TO WS-MergeInnerDone
        PERFORM DuplicateScanInnerStep
            UNTIL WS-MergeInnerDone = "YES"
                OR RESPONSE-IN-WS = "Q" OR "q"
    END-IF.

DuplicateScanInnerStep.
    MOVE "NO" TO WS-MergeCandidate
    OPEN INPUT ContactsFile
    MOVE WS-MergeInnerId TO ContactId
    START ContactsFile KEY IS GREATER THAN ContactId
        INVALID KEY MOVE "YES" TO WS-MergeInnerDone
    END-START
    IF WS-MergeInnerDone NOT = "YES"
        PERFORM ReadNextDuplicateCandidate
            UNTIL WS-MergeCandidate = "YES" OR WS-MergeInnerDone = "YES"
    END-IF
    CLOSE ContactsFile
    IF WS-MergeCandidate = "YES"
        ADD 1 TO WS-MergePairCount
        PERFORM DisplayMergeCandidateScreen
    END-IF.

ReadNextDuplicateCandidate.
    READ ContactsFile NEXT RECORD IGNORING LOCK
        AT END MOVE "YES" TO WS-MergeInnerDone
        NOT AT END
            MOVE ContactId TO WS-MergeInnerId
            IF Fullname = WS-Merge1Name
                OR (Phone NOT = SPACES AND Phone = WS-Merge1Phone)
                OR (Email NOT = SPACES AND Email = WS-Merge1Email)
                MOVE "YES" TO WS-MergeCandidate
                MOVE Contact TO WS-MergeContact2
            END-IF
    END-READ.

DisplayMergeCandidateScreen.
    DISPLAY CLEAR-SCREEN
    DISPLAY DUPLICATE-SCAN-SCREEN-HEADER
    DISPLAY MERGE-CANDIDATE-SECTION
    DISPLAY MERGE-CANDIDATE-MENU
    ACCEPT MERGE-CANDIDATE-MENU-INPUT
    IF RESPONSE-IN-WS = "M" OR "m"
        PERFORM DisplayMergePickScreen
        MOVE "C" TO RESPONSE-IN-WS
    END-IF.

DisplayMergePickScreen.
    MOVE "1" TO WS-PickName WS-PickPhone WS-PickEmail
        WS-PickAddress WS-PickCategory
    DISPLAY CLEAR-SCREEN
    DISPLAY DUPLICATE-SCAN-SCREEN-HEADER
    DISPLAY MERGE-PICK-SECTION
    DISPLAY MERGE-PICK-MENU
    ACCEPT MERGE-PICK-SECTION
    ACCEPT MERGE-PICK-MENU-INPUT
    IF RESPONSE-IN-WS = "S" OR "s"
        PERFORM MergeContactPair
    END-IF.

MergeContactPair.
    MOVE WS-MergeContact1 TO WS-MergeResult
    IF WS-PickName = "2"
        MOVE WS-Merge2Name TO WS-MergeResultName
    END-IF
    IF WS-PickPhone = "2"
        MOVE WS-Merge2Phone TO WS-MergeResultPhone
    END-IF
    IF WS-PickEmail = "2"
        MOVE WS-Merge2Email TO WS-MergeResultEmail
    END-IF
    IF WS-PickAddress = "2"
        MOVE WS-Merge2Address TO WS-MergeResultAddress
    END-IF
    IF WS-PickCategory = "2"
        MOVE WS-Merge2Category TO WS-MergeResultCategory
    END-IF
    IF WS-MergeResultPhone = SPACES
        MOVE WS-Merge2Phone TO WS-MergeResultPhone
    END-IF
    IF WS-MergeResultEmail = SPACES
        MOVE WS-Merge2Email TO WS-MergeResultEmail
    END-IF
    IF WS-MergeResultAddress = SPACES
        MOVE WS-Merge2Address TO WS-MergeResultAddress
    END-IF
    IF WS-MergeResultCategory = SPACES
        MOVE WS-Merge2Category TO WS-MergeResultCategory
    END-IF
    IF WS-MergeResultFollowUp = SPACES
        MOVE WS-Merge2FollowUp TO WS-MergeResultFollowUp
    END-IF
    IF WS-MergeResultLastCont = SPACES
        MOVE WS-Merge2LastCont TO WS-MergeResultLastCont
    END-IF
    IF WS-MergeResultCompanyId = 0
        MOVE WS-Merge2CompanyId TO WS-MergeResultCompanyId
    END-IF
    IF WS-Merge2NoMail = "Y"
        MOVE "Y" TO WS-MergeResultNoMail
    END-IF
    IF WS-Merge2NoCall = "Y"
        MOVE "Y" TO WS-MergeResultNoCall
    END-IF
    IF WS-Merge2NoEmail = "Y"
        MOVE "Y" TO WS-MergeResultNoEmail
    END-IF
    IF WS-MergeResultConsentReason = SPACES
        MOVE WS-Merge2ConsentReason TO WS-MergeResultConsentReason
    END-IF
    IF WS-MergeResultConsentDate = SPACES
        MOVE WS-Merge2ConsentDate TO WS-MergeResultConsentDate
    END-IF
    MOVE WS-Merge1Id TO WS-MergeResultId
    OPEN I-O ContactsFile
    MOVE WS-MergeResult TO Contact
    MOVE "YES" TO WS-WriteOk
    REWRITE Contact
        INVALID KEY
            DISPLAY "Unable to update surviving contact"
            MOVE "NO" TO WS-WriteOk
    END-REWRITE
    IF WS-WriteOk = "YES"
        MOVE WS-MergeContact2 TO Contact
        DELETE ContactsFile RECORD
            INVALID KEY
                DISPLAY "Unable to delete merged contact"
                MOVE "NO" TO WS-WriteOk
        END-DELETE
    END-IF
    CLOSE ContactsFile
    IF WS-WriteOk = "YES"
        MOVE "MERGE" TO WS-AuditAction
        MOVE WS-Merge1Id TO WS-AuditContactId
        MOVE WS-MergeContact1 TO WS-AuditBeforeName
        MOVE WS-MergeResult TO WS-AuditAfterName
        PERFORM WriteAuditLogEntry
        MOVE "DELETE" TO WS-AuditAction
        MOVE WS-Merge2Id TO WS-AuditContactId
        MOVE WS-MergeContact2 TO WS-AuditBeforeName
        MOVE SPACES TO WS-AuditAfterName
        PERFORM WriteAuditLogEntry
        MOVE WS-Merge2Id TO WS-RelSeekId
        MOVE WS-Merge1Id TO WS-RelSurvivorId
        PERFORM CarryContactRelations
        MOVE WS-Merge2Id TO WS-OwnerSeekId
        MOVE WS-Merge1Id TO WS-OwnerSurvivorId
        PERFORM CarryContactOwner
        MOVE WS-MergeResult TO WS-MergeContact1
        ADD 1 TO WS-MergeCount
        PERFORM CountContacts
        PERFORM WriteControlFile
    END-IF.

DisplayTicklerReport.
    DISPLAY TICKLER-REPORT-SCREEN-HEADER
    PERFORM PrintTicklerReport
    DISPLAY TICKLER-REPORT-CONFIRM-SCREEN
    ACCEPT TICKLER-REPORT-CONTINUE-INPUT.

PrintTicklerReport.
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    MOVE WS-CurrentDateTime(1:8) TO WS-TodayDate
    MOVE 0 TO WS-TicklerTotal
    MOVE "TICKLER" TO WS-SuppressRun
    PERFORM OpenSuppressionReport
    OPEN OUTPUT TicklerFile
    MOVE SPACES TO TicklerLine
    STRING "Follow-Up Tickler for " DELIMITED BY SIZE
        WS-TodayDate DELIMITED BY SIZE
        INTO TicklerLine
    END-STRING
    WRITE TicklerLine
    MOVE "STAFF" TO WS-TicklerSection
    PERFORM PrintTicklerSection
    MOVE "VENDORS" TO WS-TicklerSection
    PERFORM PrintTicklerSection
    MOVE "CUSTOMERS" TO WS-TicklerSection
    PERFORM PrintTicklerSection
    MOVE "OTHER" TO WS-TicklerSection
    PERFORM PrintTicklerSection
    MOVE SPACES TO TicklerLine
    WRITE TicklerLine
    MOVE WS-TicklerTotal TO WS-ReportTotalEdit
    MOVE SPACES TO TicklerLine
    STRING "Total Due: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-ReportTotalEdit) DELIMITED BY SIZE
        INTO TicklerLine
    END-STRING
    WRITE TicklerLine
    CLOSE TicklerFile
    PERFORM CloseSuppressionReport.

PrintTicklerSection.
    MOVE 0 TO WS-TicklerSectionCount
    MOVE SPACES TO TicklerLine
    WRITE TicklerLine
    MOVE SPACES TO TicklerLine
    STRING "Category: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-TicklerSection) DELIMITED BY SIZE
        INTO TicklerLine
    END-STRING
    WRITE TicklerLine
    MOVE "NO" TO WS-EOF
    OPEN INPUT ContactsFile
    PERFORM UNTIL WS-EOF = "YES"
        READ ContactsFile NEXT RECORD IGNORING LOCK
            AT END MOVE "YES" TO WS-EOF
            NOT AT END
                IF FollowUpDate NUMERIC
                    AND FollowUpDate > "00000000"
                    AND FollowUpDate <= WS-TodayDate
                    MOVE FUNCTION UPPER-CASE(Category)
                        TO WS-TicklerCategoryUpper
                    IF WS-TicklerSection = "OTHER"
                        IF WS-TicklerCategoryUpper NOT = "STAFF"
                            AND WS-TicklerCategoryUpper NOT = "VENDORS"
                            AND WS-TicklerCategoryUpper NOT = "CUSTOMERS"
                            PERFORM WriteTicklerLineOrSuppress
                        END-IF
                    ELSE
                        IF WS-TicklerCategoryUpper = WS-TicklerSection
                            PERFORM WriteTicklerLineOrSuppress
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ContactsFile
    IF WS-TicklerSectionCount = 0
        MOVE "  (NONE DUE)" TO TicklerLine
        WRITE TicklerLine
    END-IF.

WriteTicklerLineOrSuppress.
    IF NoCallFlag = "Y"
        MOVE "NO-CALL FLAG" TO WS-SuppressReason
        PERFORM WriteSuppressionLine
    ELSE
        PERFORM WriteTicklerLine
    END-IF.

WriteTicklerLine.
    ADD 1 TO WS-TicklerSectionCount
    ADD 1 TO WS-TicklerTotal
    MOVE SPACES TO TicklerLine
    STRING "  " DELIMITED BY SIZE
        FollowUpDate DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        ContactId DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        FirstName DELIMITED BY SPACE
        " " DELIMITED BY SIZE
        LastName DELIMITED BY SPACE
        "  " DELIMITED BY SIZE
        Phone DELIMITED BY SPACE
        INTO TicklerLine
    END-STRING
    WRITE TicklerLine.

DisplayExportContactsToCsv.
    DISPLAY EXPORT-CSV-SCREEN-HEADER
    PERFORM ExportContactsToCsv
    DISPLAY EXPORT-CSV-CONFIRM-SCREEN
    ACCEPT EXPORT-CSV-CONTINUE-INPUT.

ExportContactsToCsv.
    OPEN OUTPUT CsvFile
    IF WS-CsvFileStatus NOT = "00"
        MOVE "NO" TO WS-ExportOpenOk
        DISPLAY "Unable to create CONTACTS.CSV, status=" WS-CsvFileStatus
    ELSE
        MOVE "YES" TO WS-ExportOpenOk
        PERFORM WriteCsvExportRecords
        CLOSE CsvFile
    END-IF.

WriteCsvExportRecords.
    MOVE "CSV EXPORT" TO WS-SuppressRun
    PERFORM OpenSuppressionReport
    MOVE "NO" TO WS-EOF
    OPEN INPUT ContactsFile
    PERFORM UNTIL WS-EOF = "YES"
        READ ContactsFile NEXT RECORD IGNORING LOCK
            AT END MOVE "YES" TO WS-EOF
            NOT AT END
                IF NoMailFlag = "Y" AND NoCallFlag = "Y"
                        AND NoEmailFlag = "Y"
                    MOVE "DO-NOT-CONTACT" TO WS-SuppressReason
                    PERFORM WriteSuppressionLine
                ELSE
                    PERFORM WriteCsvExportLine
                END-IF
        END-READ
    END-PERFORM
    CLOSE ContactsFile
    PERFORM CloseSuppressionReport.

WriteCsvExportLine.
    PERFORM BuildContactCsvImage
    MOVE SPACES TO CsvLine
    MOVE WS-ContactCsvImage TO CsvLine
    WRITE CsvLine.

BuildContactCsvImage.
    MOVE SPACES TO WS-ContactCsvImage
    MOVE AddressStreet TO WS-ExportStreet
    INSPECT WS-ExportStreet REPLACING ALL "," BY ";"
    MOVE AddressCity TO WS-ExportCity
    INSPECT WS-ExportCity REPLACING ALL "," BY ";"
    MOVE ConsentReason TO WS-ExportConsentReason
    INSPECT WS-ExportConsentReason REPLACING ALL "," BY ";"
    STRING ContactId DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(FirstName) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(LastName) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(Phone) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(Email) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-ExportStreet) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-ExportCity) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(AddressState) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(AddressZip) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(Category) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        ContactCompanyId DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        NoMailFlag DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        NoCallFlag DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        NoEmailFlag DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-ExportConsentReason) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        ConsentDate DELIMITED BY SIZE
        INTO WS-ContactCsvImage
    END-STRING.

RunDeltaExport.
    MOVE "NO" TO WS-DeltaOverflow
    MOVE "NO" TO WS-DeltaOpenOk
    MOVE 0 TO WS-DeltaUsed
    MOVE 0 TO WS-DeltaCount
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    MOVE WS-CurrentDateTime(1:14) TO WS-DeltaRunStamp
    PERFORM ReadDeltaHighWater
    PERFORM ScanAuditLogForChanges
    IF WS-DeltaOverflow = "YES"
        PERFORM WriteDeltaHighWater
    ELSE
        OPEN OUTPUT DeltaFile
        IF WS-DeltaFileStatus = "00"
            MOVE "YES" TO WS-DeltaOpenOk
            OPEN INPUT ContactsFile
            MOVE 1 TO WS-DeltaIx
            PERFORM WriteDeltaRecord
                UNTIL WS-DeltaIx > WS-DeltaUsed
            CLOSE ContactsFile
            CLOSE DeltaFile
            PERFORM WriteDeltaHighWater
        END-IF
    END-IF.

ReadDeltaHighWater.
    MOVE SPACES TO WS-DeltaHighWaterMark
    OPEN INPUT DeltaControlFile
    IF WS-DeltaControlFileStatus = "00"
        READ DeltaControlFile
            AT END CONTINUE
            NOT AT END
                MOVE DeltaHighWater TO WS-DeltaHighWaterMark
        END-READ
        CLOSE DeltaControlFile
    END-IF.

WriteDeltaHighWater.
    OPEN OUTPUT DeltaControlFile
    IF WS-DeltaControlFileStatus = "00"
        MOVE WS-DeltaRunStamp TO DeltaHighWater
        WRITE DeltaControlRecord
        CLOSE DeltaControlFile
    END-IF.

ScanAuditLogForChanges.
    PERFORM BeginAuditScan
    PERFORM ScanAuditLogLine UNTIL WS-EOF = "YES"
    PERFORM EndAuditScan.

ScanAuditLogLine.
    PERFORM GetNextAuditLine
    IF WS-AuditLineOk = "YES"
        MOVE SPACES TO WS-HistoryDate WS-HistoryOperator
            WS-HistoryAction WS-HistoryIdPart
        UNSTRING AuditLine DELIMITED BY "|"
            INTO WS-HistoryDate WS-HistoryOperator
                 WS-HistoryAction WS-HistoryIdPart
        END-UNSTRING
        IF WS-HistoryDate > WS-DeltaHighWaterMark
            AND WS-HistoryAction NOT = "OWNER"
            AND WS-HistoryIdPart(1:3) = "ID="
            AND WS-HistoryIdPart(4:6) NUMERIC
            MOVE WS-HistoryIdPart(4:6) TO WS-DeltaSeekId
            PERFORM NoteDeltaChange
        END-IF
    END-IF.

NoteDeltaChange.
    MOVE 0 TO WS-DeltaFoundIx
    MOVE 1 TO WS-DeltaIx
    PERFORM SeekDeltaEntry
        UNTIL WS-DeltaFoundIx > 0 OR WS-DeltaIx > WS-DeltaUsed
    IF WS-DeltaFoundIx > 0
        MOVE WS-HistoryAction TO WS-DeltaAction(WS-DeltaFoundIx)
    ELSE
        IF WS-DeltaUsed < 5000
            ADD 1 TO WS-DeltaUsed
            MOVE WS-DeltaSeekId TO WS-DeltaId(WS-DeltaUsed)
            MOVE WS-HistoryAction TO WS-DeltaAction(WS-DeltaUsed)
        ELSE
            MOVE "YES" TO WS-DeltaOverflow
        END-IF
    END-IF.

SeekDeltaEntry.
    IF WS-DeltaId(WS-DeltaIx) = WS-DeltaSeekId
        MOVE WS-DeltaIx TO WS-DeltaFoundIx
    ELSE
        ADD 1 TO WS-DeltaIx
    END-IF.

WriteDeltaRecord.
    IF WS-DeltaAction(WS-DeltaIx) = "DELETE"
        OR WS-DeltaAction(WS-DeltaIx) = "ARCHIVE"
        MOVE SPACES TO DeltaLine
        STRING "D," DELIMITED BY SIZE
            WS-DeltaId(WS-DeltaIx) DELIMITED BY SIZE
            INTO DeltaLine
        END-STRING
        WRITE DeltaLine
        ADD 1 TO WS-DeltaCount
    ELSE
        MOVE WS-DeltaId(WS-DeltaIx) TO ContactId
        READ ContactsFile RECORD IGNORING LOCK
            INVALID KEY
                MOVE SPACES TO DeltaLine
                STRING "D," DELIMITED BY SIZE
                    WS-DeltaId(WS-DeltaIx) DELIMITED BY SIZE
                    INTO DeltaLine
                END-STRING
                WRITE DeltaLine
                ADD 1 TO WS-DeltaCount
            NOT INVALID KEY
                PERFORM BuildContactCsvImage
                MOVE SPACES TO DeltaLine
                STRING "U," DELIMITED BY SIZE
                    FUNCTION TRIM(WS-ContactCsvImage) DELIMITED BY SIZE
                    INTO DeltaLine
                END-STRING
                WRITE DeltaLine
                ADD 1 TO WS-DeltaCount
        END-READ
    END-IF
    ADD 1 TO WS-DeltaIx.

RunRecoveryMode.
    MOVE 0 TO WS-RecoverAdds WS-RecoverEdits
        WS-RecoverDeletes WS-RecoverSkipped
    MOVE "NO" TO WS-RecoverOk
    MOVE "NO" TO WS-RecoverApply
    MOVE WS-BatchArg1 TO WS-RecoverBackup
    IF WS-RecoverBackup = SPACES
        CONTINUE
    ELSE
        IF FUNCTION UPPER-CASE(WS-BatchArg2) = "APPLY"
            MOVE "YES" TO WS-RecoverApply
            MOVE SPACES TO WS-BatchArg2
        END-IF
        IF WS-BatchArg2 = SPACES
            MOVE "99999999999999" TO WS-RecoverCutoff
        ELSE
            MOVE WS-BatchArg2 TO WS-RecoverCutoff
            IF WS-RecoverCutoff(9:6) = SPACES
                MOVE "235959" TO WS-RecoverCutoff(9:6)
            END-IF
        END-IF
        IF FUNCTION UPPER-CASE(WS-BatchArg3) = "APPLY"
            MOVE "YES" TO WS-RecoverApply
        END-IF
        PERFORM RunRecoveryPass
    END-IF.

RunRecoveryPass.
    MOVE "YES" TO WS-RecoverOk
    IF WS-RecoverApply = "YES"
        CALL "CBL_COPY_FILE" USING WS-RecoverBackup, "CONTACTS.DAT"
        IF RETURN-CODE NOT = 0
            MOVE "NO" TO WS-RecoverOk
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF
    IF WS-RecoverOk = "YES"
        IF WS-RecoverApply = "YES"
            OPEN I-O ContactsFile
        END-IF
        PERFORM BeginAuditScan
        PERFORM ReplayAuditEntry UNTIL WS-EOF = "YES"
        PERFORM EndAuditScan
        IF WS-RecoverApply = "YES"
            CLOSE ContactsFile
        END-IF
        PERFORM WriteRecoveryReport
    END-IF.

ReplayAuditEntry.
    PERFORM GetNextAuditLine
    IF WS-AuditLineOk = "YES"
        MOVE SPACES TO WS-HistoryDate WS-HistoryOperator
            WS-HistoryAction WS-HistoryIdPart
            WS-HistoryBeforePart WS-HistoryAfterPart
        UNSTRING AuditLine DELIMITED BY "|"
            INTO WS-HistoryDate WS-HistoryOperator
                 WS-HistoryAction WS-HistoryIdPart
                 WS-HistoryBeforePart WS-HistoryAfterPart
        END-UNSTRING
        IF WS-HistoryDate NOT > WS-RecoverCutoff
            AND WS-HistoryIdPart(1:3) = "ID="
            PERFORM ReplayOneAuditAction
        END-IF
    END-IF.

ReplayOneAuditAction.
    EVALUATE TRUE
        WHEN WS-HistoryAction = "OWNER"
            CONTINUE
        WHEN WS-HistoryAction = "DELETE"
            OR WS-HistoryAction = "ARCHIVE"
            ADD 1 TO WS-RecoverDeletes
            IF WS-RecoverApply = "YES"
                AND WS-HistoryIdPart(4:6) NUMERIC
                MOVE WS-HistoryIdPart(4:6) TO ContactId
                DELETE ContactsFile RECORD
                    INVALID KEY
                        CONTINUE
                END-DELETE
            END-IF
        WHEN OTHER
            MOVE WS-HistoryAfterPart(7:) TO WS-HistoryAfter
            MOVE WS-HistoryAfter TO WS-AuditImage
            MOVE "NO" TO WS-ImageUsable
            IF WS-HistoryAfter NOT = SPACES
                PERFORM BuildContactFromAuditImage
            END-IF
            IF WS-ImageUsable = "YES"
                IF WS-HistoryAction = "UPDATE"
                    OR WS-HistoryAction = "MERGE"
                    ADD 1 TO WS-RecoverEdits
                ELSE
                    ADD 1 TO WS-RecoverAdds
                END-IF
                IF WS-RecoverApply = "YES"
                    WRITE Contact
                        INVALID KEY
                            REWRITE Contact
                                INVALID KEY
                                    CONTINUE
                            END-REWRITE
                    END-WRITE
                END-IF
            ELSE
                ADD 1 TO WS-RecoverSkipped
            END-IF
    END-EVALUATE.

WriteRecoveryReport.
    OPEN OUTPUT RecoveryReportFile
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    MOVE SPACES TO RecoveryReportLine
    STRING "Recovery Run " DELIMITED BY SIZE
        WS-CurrentDateTime(1:14) DELIMITED BY SIZE
        INTO RecoveryReportLine
    END-STRING
    WRITE RecoveryReportLine
    MOVE SPACES TO RecoveryReportLine
    STRING "Backup: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-RecoverBackup) DELIMITED BY SIZE
        INTO RecoveryReportLine
    END-STRING
    WRITE RecoveryReportLine
    MOVE SPACES TO RecoveryReportLine
    STRING "Replay through: " DELIMITED BY SIZE
        WS-RecoverCutoff DELIMITED BY SIZE
        INTO RecoveryReportLine
    END-STRING
    WRITE RecoveryReportLine
    MOVE SPACES TO RecoveryReportLine
    WRITE RecoveryReportLine
    MOVE WS-RecoverAdds TO WS-RecoverCountEdit
    MOVE SPACES TO RecoveryReportLine
    STRING "Adds to apply:    " DELIMITED BY SIZE
        FUNCTION TRIM(WS-RecoverCountEdit) DELIMITED BY SIZE
        INTO RecoveryReportLine
    END-STRING
    WRITE RecoveryReportLine
    MOVE WS-RecoverEdits TO WS-RecoverCountEdit
    MOVE SPACES TO RecoveryReportLine
    STRING "Edits to apply:   " DELIMITED BY SIZE
        FUNCTION TRIM(WS-RecoverCountEdit) DELIMITED BY SIZE
        INTO RecoveryReportLine
    END-STRING
    WRITE RecoveryReportLine
    MOVE WS-RecoverDeletes TO WS-RecoverCountEdit
    MOVE SPACES TO RecoveryReportLine
    STRING "Deletes to apply: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-RecoverCountEdit) DELIMITED BY SIZE
        INTO RecoveryReportLine
    END-STRING
    WRITE RecoveryReportLine
    MOVE WS-RecoverSkipped TO WS-RecoverCountEdit
    MOVE SPACES TO RecoveryReportLine
    STRING "Unusable entries: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-RecoverCountEdit) DELIMITED BY SIZE
        INTO RecoveryReportLine
    END-STRING
    WRITE RecoveryReportLine
    MOVE SPACES TO RecoveryReportLine
    WRITE RecoveryReportLine
    IF WS-RecoverApply = "YES"
        PERFORM CountContacts
        MOVE WS-ContactsCount TO WS-ReportTotalEdit
        MOVE SPACES TO RecoveryReportLine
        STRING "Records on file after recovery: " DELIMITED BY SIZE
            FUNCTION TRIM(WS-ReportTotalEdit) DELIMITED BY SIZE
            INTO RecoveryReportLine
        END-STRING
        WRITE RecoveryReportLine
        MOVE 0 TO WS-LastKnownCount
        MOVE SPACES TO WS-ControlRecordWork
        OPEN INPUT ControlFile
        IF WS-ControlFileStatus = "00"
            READ ControlFile INTO WS-ControlRecordWork
                AT END CONTINUE
            END-READ
            CLOSE ControlFile
            IF WS-ControlContactsCount NUMERIC
                MOVE WS-ControlContactsCount TO WS-LastKnownCount
            END-IF
        END-IF
        MOVE WS-LastKnownCount TO WS-ReportTotalEdit
        MOVE SPACES TO RecoveryReportLine
        STRING "CONTACTS.CNT count before update: " DELIMITED BY SIZE
            FUNCTION TRIM(WS-ReportTotalEdit) DELIMITED BY SIZE
            INTO RecoveryReportLine
        END-STRING
        WRITE RecoveryReportLine
        IF WS-ContactsCount = WS-LastKnownCount
            MOVE "Reconciliation: COUNTS MATCH" TO RecoveryReportLine
        ELSE
            MOVE "Reconciliation: COUNTS DIFFER - CONTROL FILE UPDATED"
                TO RecoveryReportLine
        END-IF
        WRITE RecoveryReportLine
        PERFORM GetNextContactIdByScan
        PERFORM WriteControlFile
    ELSE
        MOVE "PREVIEW ONLY - NO CHANGES APPLIED" TO RecoveryReportLine
        WRITE RecoveryReportLine
    END-IF
    CLOSE RecoveryReportFile.

RunAuditCheck.
    MOVE 0 TO WS-AcEntries WS-AcCompared WS-AcDiffs
    MOVE 0 TO WS-AcAdded WS-AcRemoved WS-AcChanged
    MOVE 0 TO WS-AcUnaudited WS-AcNotInFile
    MOVE 0 TO WS-AcUnauditedUsed WS-AcNotInFileUsed
    MOVE "NO" TO WS-AcAvailable
    MOVE SPACES TO WS-AcProblem
    MOVE SPACES TO WS-AcCutoff
    OPEN INPUT PriorStampFile
    IF WS-PriorStampFileStatus = "00"
        READ PriorStampFile
            AT END
                CONTINUE
            NOT AT END
                MOVE PriorStampTaken TO WS-AcCutoff
        END-READ
        CLOSE PriorStampFile
    END-IF
    IF WS-AcCutoff = SPACES
        MOVE "NO BACKUP TIME RECORDED" TO WS-AcProblem
    ELSE
        OPEN INPUT ContactsFilePrior
        IF WS-ContactsFilePriorStatus = "00"
            MOVE "YES" TO WS-AcAvailable
        ELSE
            STRING "OPEN STATUS " DELIMITED BY SIZE
                WS-ContactsFilePriorStatus DELIMITED BY SIZE
                INTO WS-AcProblem
            END-STRING
        END-IF
    END-IF
    IF WS-AcAvailable = "YES"
        OPEN OUTPUT AuditCheckReportFile
        PERFORM WriteAuditCheckHeading
        SORT AuditSortFile
            ON ASCENDING KEY AudSortId AudSortStamp AudSortSeq
            INPUT PROCEDURE IS ReleaseAuditCheckEntries
            OUTPUT PROCEDURE IS ReturnAuditCheckEntries
        CLOSE ContactsFilePrior
        PERFORM WriteAuditCheckExceptions
        PERFORM WriteAuditCheckTotals
        CLOSE AuditCheckReportFile
    END-IF.

WriteAuditCheckHeading.
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    MOVE SPACES TO AuditCheckReportLine
    STRING "AUDIT TRAIL COMPLETENESS CHECK " DELIMITED BY SIZE
        WS-CurrentDateTime(1:14) DELIMITED BY SIZE
        INTO AuditCheckReportLine
    END-STRING
    WRITE AuditCheckReportLine
    MOVE SPACES TO AuditCheckReportLine
    STRING "BACKUP CONTACTS.DAT.PRIOR TAKEN " DELIMITED BY SIZE
        WS-AcCutoff DELIMITED BY SIZE
        INTO AuditCheckReportLine
    END-STRING
    WRITE AuditCheckReportLine
    MOVE SPACES TO AuditCheckReportLine
    WRITE AuditCheckReportLine
    MOVE "CONTACTS ADDED, REMOVED OR CHANGED SINCE BACKUP"
        TO AuditCheckReportLine
    WRITE AuditCheckReportLine
    PERFORM WriteAuditCheckColumns.

WriteAuditCheckColumns.
    MOVE "  ID      CHANGE   AUDIT      FIELDS" TO AuditCheckReportLine
    WRITE AuditCheckReportLine.

ReleaseAuditCheckEntries.
    MOVE 0 TO WS-AcSeq
    PERFORM BeginAuditScan
    PERFORM ReleaseAuditCheckEntry UNTIL WS-EOF = "YES"
    PERFORM EndAuditScan.

ReleaseAuditCheckEntry.
    PERFORM GetNextAuditLine
    IF WS-AuditLineOk = "YES"
        MOVE SPACES TO WS-HistoryDate WS-HistoryOperator
            WS-HistoryAction WS-HistoryIdPart
            WS-HistoryBeforePart WS-HistoryAfterPart
        UNSTRING AuditLine DELIMITED BY "|"
            INTO WS-HistoryDate WS-HistoryOperator
                 WS-HistoryAction WS-HistoryIdPart
                 WS-HistoryBeforePart WS-HistoryAfterPart
        END-UNSTRING
        IF WS-HistoryDate NOT < WS-AcCutoff
            AND WS-HistoryIdPart(1:3) = "ID="
            AND WS-HistoryIdPart(4:6) NUMERIC
            AND WS-HistoryAction NOT = "OWNER"
            ADD 1 TO WS-AcSeq
            ADD 1 TO WS-AcEntries
            MOVE WS-HistoryIdPart(4:6) TO AudSortId
            MOVE WS-HistoryDate TO AudSortStamp
            MOVE WS-AcSeq TO AudSortSeq
            MOVE WS-HistoryAction TO AudSortAction
            MOVE WS-HistoryAfterPart(7:) TO AudSortImage
            RELEASE AuditSortRec
        END-IF
    END-IF.

ReturnAuditCheckEntries.
    OPEN INPUT ContactsFile
    PERFORM ReadAuditCheckCurrent
    PERFORM ReadAuditCheckPrior
    PERFORM ReturnAuditCheckEntry
    PERFORM CompareAuditCheckContact
        UNTIL WS-AcCurKey = 9999999
            AND WS-AcPriorKey = 9999999
            AND WS-AcAudKey = 9999999
    CLOSE ContactsFile.

ReadAuditCheckCurrent.
    READ ContactsFile NEXT RECORD INTO WS-AcCurHold IGNORING LOCK
        AT END
            MOVE 9999999 TO WS-AcCurKey
        NOT AT END
            MOVE ContactId TO WS-AcCurKey
    END-READ.

ReadAuditCheckPrior.
    READ ContactsFilePrior NEXT RECORD INTO WS-AcPriorHold
        AT END
            MOVE 9999999 TO WS-AcPriorKey
        NOT AT END
            MOVE ContactIdPrior TO WS-AcPriorKey
    END-READ.

ReturnAuditCheckEntry.
    RETURN AuditSortFile
        AT END
            MOVE 9999999 TO WS-AcAudKey
        NOT AT END
            MOVE AudSortId TO WS-AcAudKey
    END-RETURN.

CompareAuditCheckContact.
    MOVE WS-AcCurKey TO WS-AcLowKey
    IF WS-AcPriorKey < WS-AcLowKey
        MOVE WS-AcPriorKey TO WS-AcLowKey
    END-IF
    IF WS-AcAudKey < WS-AcLowKey
        MOVE WS-AcAudKey TO WS-AcLowKey
    END-IF
    MOVE "NO" TO WS-AcHaveCur WS-AcHavePrior
    IF WS-AcCurKey = WS-AcLowKey
        MOVE "YES" TO WS-AcHaveCur
        ADD 1 TO WS-AcCompared
        MOVE WS-AcCurHold TO Contact
    ELSE
        MOVE SPACES TO Contact
    END-IF
    IF WS-AcPriorKey = WS-AcLowKey
        MOVE "YES" TO WS-AcHavePrior
        MOVE WS-AcPriorHold TO ContactPrior
    ELSE
        MOVE SPACES TO ContactPrior
    END-IF
    MOVE 0 TO WS-AcAudCount
    MOVE SPACES TO WS-AcLastAction
    MOVE "NO" TO WS-AcSawAdd WS-AcCheckImage
    PERFORM TakeAuditCheckEntry UNTIL WS-AcAudKey NOT = WS-AcLowKey
    PERFORM ClassifyAuditCheckContact
    IF WS-AcHaveCur = "YES"
        PERFORM ReadAuditCheckCurrent
    END-IF
    IF WS-AcHavePrior = "YES"
        PERFORM ReadAuditCheckPrior
    END-IF.

TakeAuditCheckEntry.
    ADD 1 TO WS-AcAudCount
    MOVE AudSortAction TO WS-AcLastAction
    EVALUATE AudSortAction
        WHEN "CREATE"
        WHEN "IMPORT"
        WHEN "RESTORE"
            MOVE "YES" TO WS-AcSawAdd
    END-EVALUATE
    MOVE "NO" TO WS-AcCheckImage
    IF AudSortAction NOT = "DELETE" AND AudSortAction NOT = "ARCHIVE"
        MOVE AudSortImage TO WS-AuditImage
        IF WS-AuditImageId NUMERIC AND WS-AuditImageCompanyId NUMERIC
            MOVE "YES" TO WS-AcCheckImage
        END-IF
    END-IF
    PERFORM ReturnAuditCheckEntry.

ClassifyAuditCheckContact.
    MOVE SPACES TO WS-AcChange
    EVALUATE TRUE
        WHEN WS-AcHaveCur = "YES" AND WS-AcHavePrior = "NO"
            MOVE "ADDED" TO WS-AcChange
            ADD 1 TO WS-AcAdded
        WHEN WS-AcHaveCur = "NO" AND WS-AcHavePrior = "YES"
            MOVE "REMOVED" TO WS-AcChange
            ADD 1 TO WS-AcRemoved
        WHEN WS-AcHaveCur = "YES" AND Contact NOT = ContactPrior
            MOVE "CHANGED" TO WS-AcChange
            ADD 1 TO WS-AcChanged
    END-EVALUATE
    MOVE "NO" TO WS-AcUseImage
    IF WS-AcHaveCur = "YES" AND WS-AcCheckImage = "YES"
        MOVE "YES" TO WS-AcUseImage
    END-IF
    PERFORM CompareAuditCheckFields
    IF WS-AcChange NOT = SPACES
        ADD 1 TO WS-AcDiffs
        MOVE WS-AcLowKey TO WS-AcDetailId
        MOVE WS-AcChange TO WS-AcDetailChange
        MOVE WS-AcLastAction TO WS-AcDetailAudit
        IF WS-AcAudCount = 0
            MOVE "NONE" TO WS-AcDetailAudit
        END-IF
        MOVE WS-AcChangedList TO WS-AcDetailText
        MOVE WS-AcDetail TO AuditCheckReportLine
        WRITE AuditCheckReportLine
    END-IF
    EVALUATE TRUE
        WHEN WS-AcAudCount = 0
            IF WS-AcChange NOT = SPACES
                MOVE WS-AcChangedList TO WS-AcDetailText
                PERFORM AddAuditCheckUnaudited
            END-IF
        WHEN WS-AcLastAction = "DELETE" OR WS-AcLastAction = "ARCHIVE"
            IF WS-AcHaveCur = "YES"
                MOVE "CONTACT STILL ON FILE" TO WS-AcDetailText
                PERFORM AddAuditCheckNotInFile
            END-IF
        WHEN WS-AcHaveCur = "NO"
            IF WS-AcHavePrior = "YES"
                MOVE "NO DELETE OR ARCHIVE ENTRY" TO WS-AcDetailText
                PERFORM AddAuditCheckUnaudited
            ELSE
                MOVE "CONTACT NOT ON FILE" TO WS-AcDetailText
                PERFORM AddAuditCheckNotInFile
            END-IF
        WHEN OTHER
            IF WS-AcHavePrior = "NO" AND WS-AcSawAdd = "NO"
                MOVE "NO CREATE, IMPORT OR RESTORE ENTRY"
                    TO WS-AcDetailText
                PERFORM AddAuditCheckUnaudited
            END-IF
            IF WS-AcUnauditedList NOT = SPACES
                MOVE "CHANGED" TO WS-AcChange
                MOVE WS-AcUnauditedList TO WS-AcDetailText
                PERFORM AddAuditCheckUnaudited
            END-IF
            IF WS-AcNotInFileList NOT = SPACES
                MOVE WS-AcNotInFileList TO WS-AcDetailText
                PERFORM AddAuditCheckNotInFile
            END-IF
    END-EVALUATE.

CompareAuditCheckFields.
    MOVE SPACES TO WS-AcChangedList WS-AcUnauditedList
        WS-AcNotInFileList
    MOVE 1 TO WS-AcChangedPtr WS-AcUnauditedPtr WS-AcNotInFilePtr
    MOVE "FIRST" TO WS-AcFieldName
    MOVE FirstNamePrior TO WS-AcPriorValue
    MOVE FirstName TO WS-AcCurValue
    MOVE WS-AuditImageFirstName TO WS-AcImageValue
    PERFORM CompareAuditCheckField
    MOVE "LAST" TO WS-AcFieldName
    MOVE LastNamePrior TO WS-AcPriorValue
    MOVE LastName TO WS-AcCurValue
    MOVE WS-AuditImageLastName TO WS-AcImageValue
    PERFORM CompareAuditCheckField
    MOVE "PHONE" TO WS-AcFieldName
    MOVE PhonePrior TO WS-AcPriorValue
    MOVE Phone TO WS-AcCurValue
    MOVE WS-AuditImagePhone TO WS-AcImageValue
    PERFORM CompareAuditCheckField
    MOVE "EMAIL" TO WS-AcFieldName
    MOVE EmailPrior TO WS-AcPriorValue
    MOVE Email TO WS-AcCurValue
    MOVE WS-AuditImageEmail TO WS-AcImageValue
    PERFORM CompareAuditCheckField
    MOVE "STREET" TO WS-AcFieldName
    MOVE AddressStreetPrior TO WS-AcPriorValue
    MOVE AddressStreet TO WS-AcCurValue
    MOVE WS-AuditImageStreet TO WS-AcImageValue
    PERFORM CompareAuditCheckField
    MOVE "CITY" TO WS-AcFieldName
    MOVE AddressCityPrior TO WS-AcPriorValue
    MOVE AddressCity TO WS-AcCurValue
    MOVE WS-AuditImageCity TO WS-AcImageValue
    PERFORM CompareAuditCheckField
    MOVE "STATE" TO WS-AcFieldName
    MOVE AddressStatePrior TO WS-AcPriorValue
    MOVE AddressState TO WS-AcCurValue
    MOVE WS-AuditImageState TO WS-AcImageValue
    PERFORM CompareAuditCheckField
    MOVE "ZIP" TO WS-AcFieldName
    MOVE AddressZipPrior TO WS-AcPriorValue
    MOVE AddressZip TO WS-AcCurValue
    MOVE WS-AuditImageZip TO WS-AcImageValue
    PERFORM CompareAuditCheckField
    MOVE "CATEGORY" TO WS-AcFieldName
    MOVE CategoryPrior TO WS-AcPriorValue
    MOVE Category TO WS-AcCurValue
    MOVE WS-AuditImageCategory TO WS-AcImageValue
    PERFORM CompareAuditCheckField
    MOVE "FOLLOWUP" TO WS-AcFieldName
    MOVE FollowUpDatePrior TO WS-AcPriorValue
    MOVE FollowUpDate TO WS-AcCurValue
    MOVE WS-AuditImageFollowUpDate TO WS-AcImageValue
    PERFORM CompareAuditCheckField
    MOVE "CONTACTED" TO WS-AcFieldName
    MOVE LastContactedDatePrior TO WS-AcPriorValue
    MOVE LastContactedDate TO WS-AcCurValue
    MOVE WS-AuditImageLastContacted TO WS-AcImageValue
    PERFORM CompareAuditCheckField
    MOVE "COMPANY" TO WS-AcFieldName
    MOVE ContactCompanyIdPrior TO WS-AcPriorValue
    MOVE ContactCompanyId TO WS-AcCurValue
    MOVE WS-AuditImageCompanyId TO WS-AcImageValue
    PERFORM CompareAuditCheckField
    MOVE "NOMAIL" TO WS-AcFieldName
    MOVE NoMailFlagPrior TO WS-AcPriorValue
    MOVE NoMailFlag TO WS-AcCurValue
    MOVE WS-AuditImageNoMail TO WS-AcImageValue
    PERFORM CompareAuditCheckField
    MOVE "NOCALL" TO WS-AcFieldName
    MOVE NoCallFlagPrior TO WS-AcPriorValue
    MOVE NoCallFlag TO WS-AcCurValue
    MOVE WS-AuditImageNoCall TO WS-AcImageValue
    PERFORM CompareAuditCheckField
    MOVE "NOEMAIL" TO WS-AcFieldName
    MOVE NoEmailFlagPrior TO WS-AcPriorValue
    MOVE NoEmailFlag TO WS-AcCurValue
    MOVE WS-AuditImageNoEmail TO WS-AcImageValue
    PERFORM CompareAuditCheckField
    MOVE "CONSENT" TO WS-AcFieldName
    MOVE ConsentReasonPrior TO WS-AcPriorValue
    MOVE ConsentReason TO WS-AcCurValue
    MOVE WS-AuditImageConsentReason TO WS-AcImageValue
    PERFORM CompareAuditCheckField
    MOVE "CONSENTDT" TO WS-AcFieldName
    MOVE ConsentDatePrior TO WS-AcPriorValue
    MOVE ConsentDate TO WS-AcCurValue
    MOVE WS-AuditImageConsentDate TO WS-AcImageValue
    PERFORM CompareAuditCheckField.

CompareAuditCheckField.
    IF WS-AcHaveCur = "YES" AND WS-AcHavePrior = "YES"
        AND WS-AcPriorValue NOT = WS-AcCurValue
        STRING WS-AcFieldName DELIMITED BY SPACE
            " " DELIMITED BY SIZE
            INTO WS-AcChangedList
            WITH POINTER WS-AcChangedPtr
        END-STRING
    END-IF
    IF WS-AcUseImage = "YES" AND WS-AcImageValue NOT = WS-AcCurValue
        IF WS-AcCurValue NOT = WS-AcPriorValue
            STRING WS-AcFieldName DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                INTO WS-AcUnauditedList
                WITH POINTER WS-AcUnauditedPtr
            END-STRING
        ELSE
            STRING WS-AcFieldName DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                INTO WS-AcNotInFileList
                WITH POINTER WS-AcNotInFilePtr
            END-STRING
        END-IF
    END-IF.

AddAuditCheckUnaudited.
    ADD 1 TO WS-AcUnaudited
    IF WS-AcUnauditedUsed < 200
        ADD 1 TO WS-AcUnauditedUsed
        MOVE WS-AcLowKey TO WS-AcDetailId
        MOVE WS-AcChange TO WS-AcDetailChange
        MOVE WS-AcLastAction TO WS-AcDetailAudit
        IF WS-AcAudCount = 0
            MOVE "NONE" TO WS-AcDetailAudit
        END-IF
        MOVE WS-AcDetail TO WS-AcUnauditedLine(WS-AcUnauditedUsed)
    END-IF.

AddAuditCheckNotInFile.
    ADD 1 TO WS-AcNotInFile
    IF WS-AcNotInFileUsed < 200
        ADD 1 TO WS-AcNotInFileUsed
        MOVE WS-AcLowKey TO WS-AcDetailId
        MOVE "LOGGED" TO WS-AcDetailChange
        MOVE WS-AcLastAction TO WS-AcDetailAudit
        MOVE WS-AcDetail TO WS-AcNotInFileLine(WS-AcNotInFileUsed)
    END-IF.

WriteAuditCheckExceptions.
    MOVE SPACES TO AuditCheckReportLine
    WRITE AuditCheckReportLine
    MOVE "CHANGES WITH NO AUDIT ENTRY" TO AuditCheckReportLine
    WRITE AuditCheckReportLine
    PERFORM WriteAuditCheckColumns
    MOVE 1 TO WS-AcIx
    PERFORM WriteAuditCheckUnauditedLine
        UNTIL WS-AcIx > WS-AcUnauditedUsed
    IF WS-AcUnaudited = 0
        MOVE "  NONE" TO AuditCheckReportLine
        WRITE AuditCheckReportLine
    END-IF
    IF WS-AcUnaudited > WS-AcUnauditedUsed
        COMPUTE WS-AcCountEdit = WS-AcUnaudited - WS-AcUnauditedUsed
        PERFORM WriteAuditCheckMoreLine
    END-IF
    MOVE SPACES TO AuditCheckReportLine
    WRITE AuditCheckReportLine
    MOVE "AUDIT ENTRIES NOT REFLECTED IN THE FILE" TO AuditCheckReportLine
    WRITE AuditCheckReportLine
    PERFORM WriteAuditCheckColumns
    MOVE 1 TO WS-AcIx
    PERFORM WriteAuditCheckNotInFileLine
        UNTIL WS-AcIx > WS-AcNotInFileUsed
    IF WS-AcNotInFile = 0
        MOVE "  NONE" TO AuditCheckReportLine
        WRITE AuditCheckReportLine
    END-IF
    IF WS-AcNotInFile > WS-AcNotInFileUsed
        COMPUTE WS-AcCountEdit = WS-AcNotInFile - WS-AcNotInFileUsed
        PERFORM WriteAuditCheckMoreLine
    END-IF.

WriteAuditCheckUnauditedLine.
    MOVE WS-AcUnauditedLine(WS-AcIx) TO AuditCheckReportLine
    WRITE AuditCheckReportLine
    ADD 1 TO WS-AcIx.

WriteAuditCheckNotInFileLine.
    MOVE WS-AcNotInFileLine(WS-AcIx) TO AuditCheckReportLine
    WRITE AuditCheckReportLine
    ADD 1 TO WS-AcIx.

WriteAuditCheckMoreLine.
    MOVE SPACES TO AuditCheckReportLine
    STRING "  " DELIMITED BY SIZE
        FUNCTION TRIM(WS-AcCountEdit) DELIMITED BY SIZE
        " MORE NOT LISTED" DELIMITED BY SIZE
        INTO AuditCheckReportLine
    END-STRING
    WRITE AuditCheckReportLine.

WriteAuditCheckTotals.
    MOVE SPACES TO AuditCheckReportLine
    WRITE AuditCheckReportLine
    MOVE WS-AcEntries TO WS-AcCountEdit
    MOVE SPACES TO AuditCheckReportLine
    STRING "AUDIT ENTRIES SINCE BACKUP:  " DELIMITED BY SIZE
        WS-AcCountEdit DELIMITED BY SIZE
        INTO AuditCheckReportLine
    END-STRING
    WRITE AuditCheckReportLine
    MOVE WS-AcCompared TO WS-AcCountEdit
    MOVE SPACES TO AuditCheckReportLine
    STRING "CONTACTS ON FILE:            " DELIMITED BY SIZE
        WS-AcCountEdit DELIMITED BY SIZE
        INTO AuditCheckReportLine
    END-STRING
    WRITE AuditCheckReportLine
    MOVE WS-AcAdded TO WS-AcCountEdit
    MOVE SPACES TO AuditCheckReportLine
    STRING "ADDED:                       " DELIMITED BY SIZE
        WS-AcCountEdit DELIMITED BY SIZE
        INTO AuditCheckReportLine
    END-STRING
    WRITE AuditCheckReportLine
    MOVE WS-AcRemoved TO WS-AcCountEdit
    MOVE SPACES TO AuditCheckReportLine
    STRING "REMOVED:                     " DELIMITED BY SIZE
        WS-AcCountEdit DELIMITED BY SIZE
        INTO AuditCheckReportLine
    END-STRING
    WRITE AuditCheckReportLine
    MOVE WS-AcChanged TO WS-AcCountEdit
    MOVE SPACES TO AuditCheckReportLine
    STRING "CHANGED:                     " DELIMITED BY SIZE
        WS-AcCountEdit DELIMITED BY SIZE
        INTO AuditCheckReportLine
    END-STRING
    WRITE AuditCheckReportLine
    MOVE WS-AcUnaudited TO WS-AcCountEdit
    MOVE SPACES TO AuditCheckReportLine
    STRING "CHANGES WITH NO AUDIT ENTRY: " DELIMITED BY SIZE
        WS-AcCountEdit DELIMITED BY SIZE
        INTO AuditCheckReportLine
    END-STRING
    WRITE AuditCheckReportLine
    MOVE WS-AcNotInFile TO WS-AcCountEdit
    MOVE SPACES TO AuditCheckReportLine
    STRING "AUDIT ENTRIES NOT IN FILE:   " DELIMITED BY SIZE
        WS-AcCountEdit DELIMITED BY SIZE
        INTO AuditCheckReportLine
    END-STRING
    WRITE AuditCheckReportLine.

RunAccountReconciliation.
    MOVE 0 TO WS-ArExtractRows WS-ArExtractRejected WS-ArDupExtract
    MOVE 0 TO WS-ArCompanies WS-ArNoAccount WS-ArMatched
    MOVE 0 TO WS-ArMissingHere WS-ArMissingThere WS-ArDiffs
    MOVE 0 TO WS-ArClosedThere WS-ArClosedHere WS-ArApplied
    MOVE 0 TO WS-ArClosedContacts
    MOVE 0 TO WS-ArMissingUsed WS-ArMissingMore
    MOVE 0 TO WS-ArDiffUsed WS-ArDiffMore
    MOVE 0 TO WS-ArStatusUsed WS-ArStatusMore
    MOVE 0 TO WS-ArClosedUsed WS-ArClosedMore
    MOVE "NO" TO WS-ArAvailable
    MOVE SPACES TO WS-ArProblem
    OPEN INPUT AcctCustFile
    IF WS-AcctCustFileStatus NOT = "00"
        MOVE "EXTRACT ACCTCUST.DAT NOT FOUND" TO WS-ArProblem
    ELSE
        IF WS-ArApply = "YES"
            OPEN I-O CompanyFile
        ELSE
            OPEN INPUT CompanyFile
        END-IF
        IF WS-CompanyFileStatus = "00"
            MOVE "YES" TO WS-ArAvailable
        ELSE
            MOVE "COMPANY.DAT NOT AVAILABLE" TO WS-ArProblem
        END-IF
        IF WS-ArAvailable = "NO"
            CLOSE AcctCustFile
        END-IF
    END-IF
    IF WS-ArAvailable = "YES"
        SORT AcctSortFile
            ON ASCENDING KEY AcctSortAccount AcctSortSource
            INPUT PROCEDURE IS ReleaseAccountRecords
            OUTPUT PROCEDURE IS ReturnAccountRecords
        CLOSE CompanyFile
        CLOSE AcctCustFile
        OPEN OUTPUT AcctRecReportFile
        PERFORM WriteAccountReconHeading
        PERFORM WriteAccountReconSections
        PERFORM ListClosedCompanyContacts
        PERFORM WriteAccountReconTotals
        CLOSE AcctRecReportFile
    END-IF.

ReleaseAccountRecords.
    MOVE "NO" TO WS-ArEOF
    PERFORM ReleaseAccountExtractRow UNTIL WS-ArEOF = "YES"
    MOVE "NO" TO WS-ArEOF
    PERFORM ReleaseAccountCompany UNTIL WS-ArEOF = "YES".

ReleaseAccountExtractRow.
    READ AcctCustFile
        AT END
            MOVE "YES" TO WS-ArEOF
        NOT AT END
            ADD 1 TO WS-ArExtractRows
            IF AcctCustAccountNo = SPACES
                ADD 1 TO WS-ArExtractRejected
            ELSE
                MOVE SPACES TO AcctSortRec
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AcctCustAccountNo))
                    TO AcctSortAccount
                MOVE "1" TO AcctSortSource
                MOVE 0 TO AcctSortCompanyId
                MOVE AcctCustName TO AcctSortName
                MOVE AcctCustPhone TO AcctSortPhone
                MOVE AcctCustAddress TO AcctSortAddress
                MOVE FUNCTION UPPER-CASE(AcctCustStatus) TO AcctSortStatus
                RELEASE AcctSortRec
            END-IF
    END-READ.

ReleaseAccountCompany.
    READ CompanyFile NEXT RECORD
        AT END
            MOVE "YES" TO WS-ArEOF
        NOT AT END
            ADD 1 TO WS-ArCompanies
            IF CompanyAccountNo = SPACES
                ADD 1 TO WS-ArNoAccount
            ELSE
                MOVE SPACES TO AcctSortRec
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CompanyAccountNo))
                    TO AcctSortAccount
                MOVE "2" TO AcctSortSource
                MOVE CompanyId TO AcctSortCompanyId
                MOVE CompanyName TO AcctSortName
                MOVE CompanyPhone TO AcctSortPhone
                MOVE CompanyAddress TO AcctSortAddress
                MOVE CompanyStatus TO AcctSortStatus
                RELEASE AcctSortRec
            END-IF
    END-READ.

ReturnAccountRecords.
    MOVE "NO" TO WS-ArSortEOF
    MOVE SPACES TO WS-ArGroupAccount
    MOVE "NO" TO WS-ArHaveExtract
    MOVE 0 TO WS-ArGroupCompanies
    PERFORM ReturnAccountRecord UNTIL WS-ArSortEOF = "YES".

ReturnAccountRecord.
    RETURN AcctSortFile
        AT END
            MOVE "YES" TO WS-ArSortEOF
            PERFORM CloseAccountGroup
        NOT AT END
            IF AcctSortAccount NOT = WS-ArGroupAccount
                PERFORM CloseAccountGroup
                MOVE AcctSortAccount TO WS-ArGroupAccount
                MOVE "NO" TO WS-ArHaveExtract
                MOVE 0 TO WS-ArGroupCompanies
            END-IF
            IF AcctSortSource = "1"
                IF WS-ArHaveExtract = "YES"
                    ADD 1 TO WS-ArDupExtract
                ELSE
                    MOVE "YES" TO WS-ArHaveExtract
                    MOVE AcctSortName TO WS-ArAcctName
                    MOVE AcctSortPhone TO WS-ArAcctPhone
                    MOVE AcctSortAddress TO WS-ArAcctAddress
                    MOVE AcctSortStatus TO WS-ArAcctStatus
                END-IF
            ELSE
                ADD 1 TO WS-ArGroupCompanies
                PERFORM ReconcileAccountCompany
            END-IF
    END-RETURN.

CloseAccountGroup.
    IF WS-ArGroupAccount NOT = SPACES
        AND WS-ArHaveExtract = "YES"
        AND WS-ArGroupCompanies = 0
        ADD 1 TO WS-ArMissingHere
        MOVE WS-ArGroupAccount TO WS-ArLineAccount
        MOVE SPACES TO WS-ArLineCompany
        MOVE "NOT HERE" TO WS-ArLineLabel
        MOVE WS-ArAcctName TO WS-ArLineText
        PERFORM AddAccountMissingLine
    END-IF.

ReconcileAccountCompany.
    MOVE AcctSortAccount TO WS-ArLineAccount
    MOVE AcctSortCompanyId TO WS-ArLineCompany
    IF WS-ArHaveExtract = "NO"
        IF AcctSortStatus NOT = "R"
            ADD 1 TO WS-ArMissingThere
            MOVE "NOT IN ACCT" TO WS-ArLineLabel
            MOVE AcctSortName TO WS-ArLineText
            PERFORM AddAccountMissingLine
        END-IF
    ELSE
        ADD 1 TO WS-ArMatched
        PERFORM CompareAccountFields
        IF WS-ArNameDiff = "YES" OR WS-ArPhoneDiff = "YES"
            OR WS-ArAddrDiff = "YES"
            ADD 1 TO WS-ArDiffs
        END-IF
        PERFORM CompareAccountStatus
        IF WS-ArApply = "YES"
            AND (WS-ArNameDiff = "YES" OR WS-ArAddrDiff = "YES")
            PERFORM ApplyAccountChanges
        END-IF
    END-IF.

CompareAccountFields.
    MOVE "NO" TO WS-ArNameDiff WS-ArPhoneDiff WS-ArAddrDiff
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AcctSortName))
        TO WS-ArCompareOurs
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ArAcctName))
        TO WS-ArCompareAcct
    IF WS-ArCompareOurs NOT = WS-ArCompareAcct
        MOVE "YES" TO WS-ArNameDiff
        MOVE "NAME" TO WS-ArFieldLabel
        MOVE AcctSortName TO WS-ArValueOurs
        MOVE WS-ArAcctName TO WS-ArValueAcct
        PERFORM AddAccountDiffLines
    END-IF
    MOVE AcctSortPhone TO WS-EntryPhone
    PERFORM NormalizePhoneNumber
    MOVE WS-PhoneDigits TO WS-ArCompareOurs
    MOVE WS-ArAcctPhone TO WS-EntryPhone
    PERFORM NormalizePhoneNumber
    MOVE WS-PhoneDigits TO WS-ArCompareAcct
    IF WS-ArCompareOurs NOT = WS-ArCompareAcct
        MOVE "YES" TO WS-ArPhoneDiff
        MOVE "PHONE" TO WS-ArFieldLabel
        MOVE AcctSortPhone TO WS-ArValueOurs
        MOVE WS-ArAcctPhone TO WS-ArValueAcct
        PERFORM AddAccountDiffLines
    END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AcctSortAddress))
        TO WS-ArCompareOurs
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ArAcctAddress))
        TO WS-ArCompareAcct
    IF WS-ArCompareOurs NOT = WS-ArCompareAcct
        MOVE "YES" TO WS-ArAddrDiff
        MOVE "ADDRESS" TO WS-ArFieldLabel
        MOVE AcctSortAddress TO WS-ArValueOurs
        MOVE WS-ArAcctAddress TO WS-ArValueAcct
        PERFORM AddAccountDiffLines
    END-IF.

CompareAccountStatus.
    IF WS-ArAcctStatus = "C"
        PERFORM AddClosedCompany
        IF AcctSortStatus NOT = "R"
            ADD 1 TO WS-ArClosedThere
            MOVE "CLOSED" TO WS-ArLineLabel
            MOVE "ACTIVE HERE, CLOSED IN ACCOUNTING" TO WS-ArLineText
            PERFORM AddAccountStatusLine
        END-IF
    ELSE
        IF AcctSortStatus = "R"
            ADD 1 TO WS-ArClosedHere
            MOVE "RETIRED" TO WS-ArLineLabel
            MOVE "RETIRED HERE, ACTIVE IN ACCOUNTING" TO WS-ArLineText
            PERFORM AddAccountStatusLine
        END-IF
    END-IF.

AddClosedCompany.
    IF WS-ArClosedUsed < 500
        ADD 1 TO WS-ArClosedUsed
        MOVE AcctSortCompanyId TO WS-ArClosedId(WS-ArClosedUsed)
        MOVE AcctSortName TO WS-ArClosedName(WS-ArClosedUsed)
    ELSE
        ADD 1 TO WS-ArClosedMore
    END-IF.

ApplyAccountChanges.
    MOVE AcctSortCompanyId TO CompanyId
    READ CompanyFile RECORD
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE SPACES TO WS-AuditBeforeName
            MOVE CompanyRecord TO WS-AuditBeforeName
            IF WS-ArNameDiff = "YES" AND WS-ArAcctName NOT = SPACES
                MOVE WS-ArAcctName TO CompanyName
            END-IF
            IF WS-ArAddrDiff = "YES" AND WS-ArAcctAddress NOT = SPACES
                MOVE WS-ArAcctAddress TO CompanyAddress
            END-IF
            IF CompanyRecord NOT = WS-AuditBeforeName(1:147)
                MOVE SPACES TO WS-AuditAfterName
                MOVE CompanyRecord TO WS-AuditAfterName
                REWRITE CompanyRecord
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ADD 1 TO WS-ArApplied
                        MOVE "COMPANY" TO WS-AuditAction
                        MOVE CompanyId TO WS-AuditCompanyId
                        PERFORM WriteCompanyAuditEntry
                END-REWRITE
            END-IF
    END-READ.

AddAccountMissingLine.
    IF WS-ArMissingUsed < 300
        ADD 1 TO WS-ArMissingUsed
        MOVE WS-ArLine TO WS-ArMissingLine(WS-ArMissingUsed)
    ELSE
        ADD 1 TO WS-ArMissingMore
    END-IF.

AddAccountStatusLine.
    IF WS-ArStatusUsed < 300
        ADD 1 TO WS-ArStatusUsed
        MOVE WS-ArLine TO WS-ArStatusLine(WS-ArStatusUsed)
    ELSE
        ADD 1 TO WS-ArStatusMore
    END-IF.

AddAccountDiffLines.
    IF WS-ArDiffUsed < 898
        MOVE WS-ArFieldLabel TO WS-ArLineLabel
        MOVE SPACES TO WS-ArLineText
        ADD 1 TO WS-ArDiffUsed
        MOVE WS-ArLine TO WS-ArDiffLine(WS-ArDiffUsed)
        MOVE "HERE: " TO WS-ArValueSide
        MOVE WS-ArValueOurs TO WS-ArValueText
        ADD 1 TO WS-ArDiffUsed
        MOVE WS-ArValueLine TO WS-ArDiffLine(WS-ArDiffUsed)
        MOVE "ACCT: " TO WS-ArValueSide
        MOVE WS-ArValueAcct TO WS-ArValueText
        ADD 1 TO WS-ArDiffUsed
        MOVE WS-ArValueLine TO WS-ArDiffLine(WS-ArDiffUsed)
    ELSE
        ADD 1 TO WS-ArDiffMore
    END-IF.

WriteAccountReconHeading.
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    MOVE SPACES TO AcctRecReportLine
    STRING "ACCOUNTING CUSTOMER RECONCILIATION " DELIMITED BY SIZE
        WS-CurrentDateTime(1:14) DELIMITED BY SIZE
        INTO AcctRecReportLine
    END-STRING
    WRITE AcctRecReportLine
    IF WS-ArApply = "YES"
        MOVE "ACCOUNTING NAME AND ADDRESS APPLIED TO COMPANY.DAT"
            TO AcctRecReportLine
    ELSE
        MOVE "REPORT ONLY - NO COMPANY RECORDS CHANGED"
            TO AcctRecReportLine
    END-IF
    WRITE AcctRecReportLine.

WriteAccountReconSections.
    MOVE SPACES TO AcctRecReportLine
    WRITE AcctRecReportLine
    MOVE "ACCOUNTS MISSING ON EITHER SIDE" TO AcctRecReportLine
    WRITE AcctRecReportLine
    PERFORM WriteAccountReconColumns
    MOVE 1 TO WS-ArIx
    PERFORM WriteAccountMissingLine UNTIL WS-ArIx > WS-ArMissingUsed
    IF WS-ArMissingUsed = 0
        MOVE "  NONE" TO AcctRecReportLine
        WRITE AcctRecReportLine
    END-IF
    MOVE WS-ArMissingMore TO WS-ArCountEdit
    PERFORM WriteAccountReconMoreLine
    MOVE SPACES TO AcctRecReportLine
    WRITE AcctRecReportLine
    MOVE "NAME, PHONE OR ADDRESS DIFFERENCES" TO AcctRecReportLine
    WRITE AcctRecReportLine
    PERFORM WriteAccountReconColumns
    MOVE 1 TO WS-ArIx
    PERFORM WriteAccountDiffLine UNTIL WS-ArIx > WS-ArDiffUsed
    IF WS-ArDiffUsed = 0
        MOVE "  NONE" TO AcctRecReportLine
        WRITE AcctRecReportLine
    END-IF
    MOVE WS-ArDiffMore TO WS-ArCountEdit
    PERFORM WriteAccountReconMoreLine
    MOVE SPACES TO AcctRecReportLine
    WRITE AcctRecReportLine
    MOVE "ACTIVE/CLOSED STATUS DIFFERENCES" TO AcctRecReportLine
    WRITE AcctRecReportLine
    PERFORM WriteAccountReconColumns
    MOVE 1 TO WS-ArIx
    PERFORM WriteAccountStatusLine UNTIL WS-ArIx > WS-ArStatusUsed
    IF WS-ArStatusUsed = 0
        MOVE "  NONE" TO AcctRecReportLine
        WRITE AcctRecReportLine
    END-IF
    MOVE WS-ArStatusMore TO WS-ArCountEdit
    PERFORM WriteAccountReconMoreLine.

WriteAccountReconColumns.
    MOVE SPACES TO AcctRecReportLine
    STRING "  ACCOUNT              CO#    ITEM" DELIMITED BY SIZE
        INTO AcctRecReportLine
    END-STRING
    WRITE AcctRecReportLine.

WriteAccountMissingLine.
    MOVE WS-ArMissingLine(WS-ArIx) TO AcctRecReportLine
    WRITE AcctRecReportLine
    ADD 1 TO WS-ArIx.

WriteAccountDiffLine.
    MOVE WS-ArDiffLine(WS-ArIx) TO AcctRecReportLine
    WRITE AcctRecReportLine
    ADD 1 TO WS-ArIx.

WriteAccountStatusLine.
    MOVE WS-ArStatusLine(WS-ArIx) TO AcctRecReportLine
    WRITE AcctRecReportLine
    ADD 1 TO WS-ArIx.

WriteAccountReconMoreLine.
    IF WS-ArCountEdit NOT = "     0"
        MOVE SPACES TO AcctRecReportLine
        STRING "  " DELIMITED BY SIZE
            FUNCTION TRIM(WS-ArCountEdit) DELIMITED BY SIZE
            " MORE NOT LISTED" DELIMITED BY SIZE
            INTO AcctRecReportLine
        END-STRING
        WRITE AcctRecReportLine
    END-IF.

ListClosedCompanyContacts.
    MOVE SPACES TO AcctRecReportLine
    WRITE AcctRecReportLine
    MOVE "CONTACTS LINKED TO COMPANIES CLOSED IN ACCOUNTING"
        TO AcctRecReportLine
    WRITE AcctRecReportLine
    MOVE "  ID      NAME                           CO#    COMPANY"
        TO AcctRecReportLine
    WRITE AcctRecReportLine
    IF WS-ArClosedUsed > 0
        MOVE "NO" TO WS-EOF
        OPEN INPUT ContactsFile
        PERFORM UNTIL WS-EOF = "YES"
            READ ContactsFile NEXT RECORD IGNORING LOCK
                AT END
                    MOVE "YES" TO WS-EOF
                NOT AT END
                    IF ContactCompanyId > 0
                        PERFORM CheckClosedCompanyContact
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ContactsFile
    END-IF
    IF WS-ArClosedContacts = 0
        MOVE "  NONE" TO AcctRecReportLine
        WRITE AcctRecReportLine
    END-IF
    IF WS-ArClosedMore > 0
        MOVE WS-ArClosedMore TO WS-ArCountEdit
        MOVE SPACES TO AcctRecReportLine
        STRING "  CONTACTS OF " DELIMITED BY SIZE
            FUNCTION TRIM(WS-ArCountEdit) DELIMITED BY SIZE
            " MORE CLOSED COMPANIES NOT LISTED" DELIMITED BY SIZE
            INTO AcctRecReportLine
        END-STRING
        WRITE AcctRecReportLine
    END-IF.

CheckClosedCompanyContact.
    MOVE 0 TO WS-ArFoundIx
    MOVE 1 TO WS-ArIx
    PERFORM SeekClosedCompany
        UNTIL WS-ArFoundIx > 0 OR WS-ArIx > WS-ArClosedUsed
    IF WS-ArFoundIx > 0
        ADD 1 TO WS-ArClosedContacts
        MOVE ContactId TO WS-ArContactId
        MOVE SPACES TO WS-ArContactName
        STRING FUNCTION TRIM(FirstName) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(LastName) DELIMITED BY SIZE
            INTO WS-ArContactName
        END-STRING
        MOVE ContactCompanyId TO WS-ArContactCompanyId
        MOVE WS-ArClosedName(WS-ArFoundIx) TO WS-ArContactCompany
        MOVE WS-ArContactLine TO AcctRecReportLine
        WRITE AcctRecReportLine
    END-IF.

SeekClosedCompany.
    IF WS-ArClosedId(WS-ArIx) = ContactCompanyId
        MOVE WS-ArIx TO WS-ArFoundIx
    ELSE
        ADD 1 TO WS-ArIx
    END-IF.

WriteAccountReconTotals.
    MOVE SPACES TO AcctRecReportLine
    WRITE AcctRecReportLine
    MOVE WS-ArExtractRows TO WS-ArCountEdit
    MOVE SPACES TO AcctRecReportLine
    STRING "ACCOUNTING EXTRACT ROWS:       " DELIMITED BY SIZE
        WS-ArCountEdit DELIMITED BY SIZE
        INTO AcctRecReportLine
    END-STRING
    WRITE AcctRecReportLine
    MOVE WS-ArExtractRejected TO WS-ArCountEdit
    MOVE SPACES TO AcctRecReportLine
    STRING "  WITHOUT ACCOUNT NUMBER:      " DELIMITED BY SIZE
        WS-ArCountEdit DELIMITED BY SIZE
        INTO AcctRecReportLine
    END-STRING
    WRITE AcctRecReportLine
    MOVE WS-ArDupExtract TO WS-ArCountEdit
    MOVE SPACES TO AcctRecReportLine
    STRING "  DUPLICATE ACCOUNT ROWS:      " DELIMITED BY SIZE
        WS-ArCountEdit DELIMITED BY SIZE
        INTO AcctRecReportLine
    END-STRING
    WRITE AcctRecReportLine
    MOVE WS-ArCompanies TO WS-ArCountEdit
    MOVE SPACES TO AcctRecReportLine
    STRING "COMPANIES ON FILE:             " DELIMITED BY SIZE
        WS-ArCountEdit DELIMITED BY SIZE
        INTO AcctRecReportLine
    END-STRING
    WRITE AcctRecReportLine
    MOVE WS-ArNoAccount TO WS-ArCountEdit
    MOVE SPACES TO AcctRecReportLine
    STRING "  WITHOUT ACCOUNT NUMBER:      " DELIMITED BY SIZE
        WS-ArCountEdit DELIMITED BY SIZE
        INTO AcctRecReportLine
    END-STRING
    WRITE AcctRecReportLine
    MOVE WS-ArMatched TO WS-ArCountEdit
    MOVE SPACES TO AcctRecReportLine
    STRING "MATCHED ON ACCOUNT NUMBER:     " DELIMITED BY SIZE
        WS-ArCountEdit DELIMITED BY SIZE
        INTO AcctRecReportLine
    END-STRING
    WRITE AcctRecReportLine
    MOVE WS-ArMissingThere TO WS-ArCountEdit
    MOVE SPACES TO AcctRecReportLine
    STRING "NOT IN ACCOUNTING:             " DELIMITED BY SIZE
        WS-ArCountEdit DELIMITED BY SIZE
        INTO AcctRecReportLine
    END-STRING
    WRITE AcctRecReportLine
    MOVE WS-ArMissingHere TO WS-ArCountEdit
    MOVE SPACES TO AcctRecReportLine
    STRING "NOT IN COMPANY.DAT:            " DELIMITED BY SIZE
        WS-ArCountEdit DELIMITED BY SIZE
        INTO AcctRecReportLine
    END-STRING
    WRITE AcctRecReportLine
    MOVE WS-ArDiffs TO WS-ArCountEdit
    MOVE SPACES TO AcctRecReportLine
    STRING "COMPANIES WITH DIFFERENCES:    " DELIMITED BY SIZE
        WS-ArCountEdit DELIMITED BY SIZE
        INTO AcctRecReportLine
    END-STRING
    WRITE AcctRecReportLine
    MOVE WS-ArClosedThere TO WS-ArCountEdit
    MOVE SPACES TO AcctRecReportLine
    STRING "ACTIVE HERE, CLOSED THERE:     " DELIMITED BY SIZE
        WS-ArCountEdit DELIMITED BY SIZE
        INTO AcctRecReportLine
    END-STRING
    WRITE AcctRecReportLine
    MOVE WS-ArClosedHere TO WS-ArCountEdit
    MOVE SPACES TO AcctRecReportLine
    STRING "RETIRED HERE, ACTIVE THERE:    " DELIMITED BY SIZE
        WS-ArCountEdit DELIMITED BY SIZE
        INTO AcctRecReportLine
    END-STRING
    WRITE AcctRecReportLine
    MOVE WS-ArClosedContacts TO WS-ArCountEdit
    MOVE SPACES TO AcctRecReportLine
    STRING "CONTACTS AT CLOSED COMPANIES:  " DELIMITED BY SIZE
        WS-ArCountEdit DELIMITED BY SIZE
        INTO AcctRecReportLine
    END-STRING
    WRITE AcctRecReportLine
    IF WS-ArApply = "YES"
        MOVE WS-ArApplied TO WS-ArCountEdit
        MOVE SPACES TO AcctRecReportLine
        STRING "COMPANIES UPDATED:             " DELIMITED BY SIZE
            WS-ArCountEdit DELIMITED BY SIZE
            INTO AcctRecReportLine
        END-STRING
        WRITE AcctRecReportLine
    END-IF.

PrintActivityReport.
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    IF WS-BatchArg1 NOT = SPACES AND WS-BatchArg1(1:6) NUMERIC
        MOVE WS-BatchArg1(1:6) TO WS-ActivityMonth
    ELSE
        MOVE WS-CurrentDateTime(1:6) TO WS-ActivityMonth
    END-IF
    MOVE 0 TO WS-ActOperUsed
    MOVE 0 TO WS-ActTotal
    MOVE ZEROS TO WS-ActDayTable
    PERFORM BeginAuditScan
    PERFORM TallyActivityLine UNTIL WS-EOF = "YES"
    PERFORM EndAuditScan
    PERFORM WriteActivityReportFile.

TallyActivityLine.
    PERFORM GetNextAuditLine
    IF WS-AuditLineOk = "YES"
        MOVE SPACES TO WS-HistoryDate WS-HistoryOperator
            WS-HistoryAction WS-HistoryIdPart
        UNSTRING AuditLine DELIMITED BY "|"
            INTO WS-HistoryDate WS-HistoryOperator
                 WS-HistoryAction WS-HistoryIdPart
        END-UNSTRING
        IF WS-HistoryDate(1:6) = WS-ActivityMonth
            ADD 1 TO WS-ActTotal
            PERFORM TallyActivityOperator
            IF WS-HistoryDate(7:2) NUMERIC
                MOVE WS-HistoryDate(7:2) TO WS-ActDayIx
                IF WS-ActDayIx > 0 AND WS-ActDayIx < 32
                    ADD 1 TO WS-ActDayCount(WS-ActDayIx)
                END-IF
            END-IF
        END-IF
    END-IF.

TallyActivityOperator.
    MOVE 0 TO WS-ActOperFoundIx
    MOVE 1 TO WS-ActOperIx
    PERFORM SeekActivityOperator
        UNTIL WS-ActOperFoundIx > 0 OR WS-ActOperIx > WS-ActOperUsed
    IF WS-ActOperFoundIx = 0 AND WS-ActOperUsed < 50
        ADD 1 TO WS-ActOperUsed
        MOVE WS-HistoryOperator TO WS-ActOperName(WS-ActOperUsed)
        MOVE 0 TO WS-ActOperAdds(WS-ActOperUsed)
        MOVE 0 TO WS-ActOperEdits(WS-ActOperUsed)
        MOVE 0 TO WS-ActOperDeletes(WS-ActOperUsed)
        MOVE 0 TO WS-ActOperMerges(WS-ActOperUsed)
        MOVE 0 TO WS-ActOperRestores(WS-ActOperUsed)
        MOVE WS-ActOperUsed TO WS-ActOperFoundIx
    END-IF
    IF WS-ActOperFoundIx > 0
        EVALUATE TRUE
            WHEN WS-HistoryAction = "CREATE"
                OR WS-HistoryAction = "IMPORT"
                ADD 1 TO WS-ActOperAdds(WS-ActOperFoundIx)
            WHEN WS-HistoryAction = "UPDATE"
                ADD 1 TO WS-ActOperEdits(WS-ActOperFoundIx)
            WHEN WS-HistoryAction = "DELETE"
                OR WS-HistoryAction = "ARCHIVE"
                ADD 1 TO WS-ActOperDeletes(WS-ActOperFoundIx)
            WHEN WS-HistoryAction = "MERGE"
                ADD 1 TO WS-ActOperMerges(WS-ActOperFoundIx)
            WHEN WS-HistoryAction = "RESTORE"
                ADD 1 TO WS-ActOperRestores(WS-ActOperFoundIx)
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

SeekActivityOperator.
    IF WS-ActOperName(WS-ActOperIx) = WS-HistoryOperator
        MOVE WS-ActOperIx TO WS-ActOperFoundIx
    ELSE
        ADD 1 TO WS-ActOperIx
    END-IF.

WriteActivityReportFile.
    OPEN OUTPUT ActivityReportFile
    MOVE SPACES TO ActivityReportLine
    STRING "Operator Activity Summary for " DELIMITED BY SIZE
        WS-ActivityMonth DELIMITED BY SIZE
        INTO ActivityReportLine
    END-STRING
    WRITE ActivityReportLine
    MOVE SPACES TO ActivityReportLine
    WRITE ActivityReportLine
    MOVE "OPERATOR                          ADDS EDITS  DELS  MRGS  RSTS"
        TO ActivityReportLine
    WRITE ActivityReportLine
    MOVE 1 TO WS-ActOperIx
    PERFORM WriteActivityOperatorLine
        UNTIL WS-ActOperIx > WS-ActOperUsed
    IF WS-ActOperUsed = 0
        MOVE "  (NO ACTIVITY THIS MONTH)" TO ActivityReportLine
        WRITE ActivityReportLine
    END-IF
    MOVE SPACES TO ActivityReportLine
    WRITE ActivityReportLine
    MOVE "ENTRIES BY DAY" TO ActivityReportLine
    WRITE ActivityReportLine
    MOVE 1 TO WS-ActDayIx
    PERFORM WriteActivityDayLine UNTIL WS-ActDayIx > 31
    MOVE SPACES TO ActivityReportLine
    WRITE ActivityReportLine
    MOVE WS-ActTotal TO WS-ActTotalEdit
    MOVE SPACES TO ActivityReportLine
    STRING "Total Entries: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-ActTotalEdit) DELIMITED BY SIZE
        INTO ActivityReportLine
    END-STRING
    WRITE ActivityReportLine
    CLOSE ActivityReportFile.

WriteActivityOperatorLine.
    MOVE WS-ActOperName(WS-ActOperIx) TO WS-ActLineName
    MOVE WS-ActOperAdds(WS-ActOperIx) TO WS-ActLineAdds
    MOVE WS-ActOperEdits(WS-ActOperIx) TO WS-ActLineEdits
    MOVE WS-ActOperDeletes(WS-ActOperIx) TO WS-ActLineDeletes
    MOVE WS-ActOperMerges(WS-ActOperIx) TO WS-ActLineMerges
    MOVE WS-ActOperRestores(WS-ActOperIx) TO WS-ActLineRestores
    MOVE WS-ActLine TO ActivityReportLine
    WRITE ActivityReportLine
    ADD 1 TO WS-ActOperIx.

WriteActivityDayLine.
    IF WS-ActDayCount(WS-ActDayIx) > 0
        MOVE WS-ActDayIx TO WS-ActDayNum
        MOVE WS-ActDayNum TO WS-ActDayLineDay
        MOVE WS-ActDayCount(WS-ActDayIx) TO WS-ActDayLineCount
        MOVE WS-ActDayLine TO ActivityReportLine
        WRITE ActivityReportLine
    END-IF
    ADD 1 TO WS-ActDayIx.

RotateAuditLog.
    MOVE "NO" TO WS-AuditRotated
    MOVE "AUDIT.LOG" TO WS-AuditLogName
    OPEN INPUT AuditLogFile
    IF WS-AuditLogFileStatus = "00"
        CLOSE AuditLogFile
        MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
        MOVE SPACES TO WS-AuditSegNewName
        STRING "AUDIT." DELIMITED BY SIZE
            WS-CurrentDateTime(1:6) DELIMITED BY SIZE
            ".LOG" DELIMITED BY SIZE
            INTO WS-AuditSegNewName
        END-STRING
        PERFORM LoadAuditSegmentTable
        MOVE "NO" TO WS-AuditSegDup
        MOVE 1 TO WS-AuditSegIx
        PERFORM CheckAuditSegDup
            UNTIL WS-AuditSegDup = "YES"
                OR WS-AuditSegIx > WS-AuditSegUsed
        IF WS-AuditSegDup = "YES"
            MOVE SPACES TO WS-AuditSegNewName
            STRING "AUDIT." DELIMITED BY SIZE
                WS-CurrentDateTime(1:14) DELIMITED BY SIZE
                ".LOG" DELIMITED BY SIZE
                INTO WS-AuditSegNewName
            END-STRING
        END-IF
        CALL "CBL_RENAME_FILE" USING "AUDIT.LOG", WS-AuditSegNewName
        IF RETURN-CODE = 0
            MOVE "YES" TO WS-AuditRotated
            OPEN EXTEND AuditSegCatalog
            IF WS-AuditSegCatalogStatus = "35"
                OPEN OUTPUT AuditSegCatalog
            END-IF
            IF WS-AuditSegCatalogStatus = "00"
                MOVE WS-AuditSegNewName TO AuditSegCatalogLine
                WRITE AuditSegCatalogLine
                CLOSE AuditSegCatalog
            END-IF
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF.

CheckAuditSegDup.
    IF WS-AuditSegName(WS-AuditSegIx) = WS-AuditSegNewName
        MOVE "YES" TO WS-AuditSegDup
    ELSE
        ADD 1 TO WS-AuditSegIx
    END-IF.

DisplayExportVcfScreen.
    MOVE SPACES TO WS-CategoryFilter
    DISPLAY EXPORT-VCF-SCREEN-HEADER
    DISPLAY CATEGORY-FILTER-PROMPT-SECTION
    ACCEPT CATEGORY-FILTER-INPUT
    MOVE FUNCTION UPPER-CASE(WS-CategoryFilter) TO WS-CategoryFilterUpper
    PERFORM ExportContactsToVcf
    DISPLAY EXPORT-VCF-CONFIRM-SCREEN
    ACCEPT EXPORT-VCF-CONTINUE-INPUT.

ExportContactsToVcf.
    MOVE 0 TO WS-VcfExportCount
    MOVE "VCF EXPORT" TO WS-SuppressRun
    PERFORM OpenSuppressionReport
    OPEN OUTPUT VcfFile
    MOVE "NO" TO WS-EOF
    OPEN INPUT ContactsFile
    PERFORM UNTIL WS-EOF = "YES"
        READ ContactsFile NEXT RECORD IGNORING LOCK
            AT END MOVE "YES" TO WS-EOF
            NOT AT END
                IF WS-CategoryFilterUpper = SPACES
                    OR FUNCTION UPPER-CASE(Category) = WS-CategoryFilterUpper
                    IF NoMailFlag = "Y" AND NoCallFlag = "Y"
                            AND NoEmailFlag = "Y"
                        MOVE "DO-NOT-CONTACT" TO WS-SuppressReason
                        PERFORM WriteSuppressionLine
                    ELSE
                        ADD 1 TO WS-VcfExportCount
                        PERFORM WriteVcfCard
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ContactsFile
    CLOSE VcfFile
    PERFORM CloseSuppressionReport.

DisplayEmailRunScreen.
    MOVE SPACES TO WS-CategoryFilter
    MOVE SPACES TO WS-CampaignDesc
    MOVE 0 TO WS-EmailCompanyFilter
    DISPLAY EMAIL-RUN-SCREEN-HEADER
    DISPLAY CATEGORY-FILTER-PROMPT-SECTION
    DISPLAY EMAIL-RUN-PROMPT-SECTION
    ACCEPT CATEGORY-FILTER-INPUT
    ACCEPT EMAIL-RUN-PROMPT-SECTION
    MOVE FUNCTION UPPER-CASE(WS-CategoryFilter) TO WS-CategoryFilterUpper
    PERFORM WriteEmailDistribution
    IF WS-EmailOpenOk = "NO"
        DISPLAY "Unable to create EMAILDIST.CSV, status="
            WS-EmailDistFileStatus
    END-IF
    DISPLAY EMAIL-RUN-CONFIRM-SCREEN
    ACCEPT EMAIL-RUN-CONTINUE-INPUT.

WriteEmailDistribution.
    MOVE 0 TO WS-EmailRunCount
    MOVE 0 TO WS-EmailExcluded
    MOVE 0 TO WS-NextCampaignId
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    MOVE WS-CurrentDateTime(1:8) TO WS-TodayDate
    IF WS-CampaignDesc = SPACES
        MOVE "DISTRIBUTION" TO WS-CampaignDesc
    END-IF
    IF WS-CampaignDesc(1:7) NOT = "EMAIL: "
        MOVE WS-CampaignDesc TO WS-EmailDescWork
        MOVE SPACES TO WS-CampaignDesc
        STRING "EMAIL: " DELIMITED BY SIZE
            FUNCTION TRIM(WS-EmailDescWork) DELIMITED BY SIZE
            INTO WS-CampaignDesc
        END-STRING
    END-IF
    OPEN OUTPUT EmailDistFile
    IF WS-EmailDistFileStatus NOT = "00"
        MOVE "NO" TO WS-EmailOpenOk
    ELSE
        MOVE "YES" TO WS-EmailOpenOk
        MOVE "Email,FirstName,LastName,ContactId,Category,Company"
            TO EmailDistLine
        WRITE EmailDistLine
        MOVE "NO" TO WS-CompanyAvailable
        OPEN INPUT CompanyFile
        IF WS-CompanyFileStatus = "00"
            MOVE "YES" TO WS-CompanyAvailable
        END-IF
        MOVE "NO" TO WS-BadEmailAvailable
        OPEN INPUT BadEmailFile
        IF WS-BadEmailFileStatus = "00"
            MOVE "YES" TO WS-BadEmailAvailable
        END-IF
        MOVE "EMAIL DISTRIBUTION" TO WS-SuppressRun
        PERFORM OpenSuppressionReport
        PERFORM GetNextCampaignIdByScan
        MOVE "NO" TO WS-MembersAvailable
        OPEN I-O CampMembFile
        IF WS-CampMembFileStatus = "35"
            OPEN OUTPUT CampMembFile
            CLOSE CampMembFile
            OPEN I-O CampMembFile
        END-IF
        IF WS-CampMembFileStatus = "00"
            MOVE "YES" TO WS-MembersAvailable
        END-IF
        MOVE "NO" TO WS-EOF
        OPEN INPUT ContactsFile
        PERFORM UNTIL WS-EOF = "YES"
            READ ContactsFile NEXT RECORD IGNORING LOCK
                AT END MOVE "YES" TO WS-EOF
                NOT AT END
                    PERFORM CheckEmailRunSelection
                    IF WS-EmailSelected = "YES"
                        PERFORM ScreenEmailRunContact
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ContactsFile
        CLOSE EmailDistFile
        IF WS-MembersAvailable = "YES"
            CLOSE CampMembFile
        END-IF
        IF WS-CompanyAvailable = "YES"
            CLOSE CompanyFile
        END-IF
        IF WS-BadEmailAvailable = "YES"
            CLOSE BadEmailFile
        END-IF
        MOVE WS-EmailRunCount TO WS-MailingCount
        PERFORM RecordCampaignRun
        PERFORM CloseSuppressionReport
    END-IF.

CheckEmailRunSelection.
    MOVE "NO" TO WS-EmailSelected
    IF (WS-CategoryFilterUpper = SPACES
        OR FUNCTION UPPER-CASE(Category) = WS-CategoryFilterUpper)
        AND (WS-EmailCompanyFilter = 0
            OR ContactCompanyId = WS-EmailCompanyFilter)
        MOVE "YES" TO WS-EmailSelected
    END-IF.

ScreenEmailRunContact.
    PERFORM CheckBadEmail
    MOVE 0 TO WS-EmailAtCount
    MOVE 0 TO WS-EmailDotAfter
    INSPECT Email TALLYING WS-EmailAtCount FOR ALL "@"
    INSPECT Email TALLYING WS-EmailDotAfter
        FOR ALL "." AFTER INITIAL "@"
    EVALUATE TRUE
        WHEN NoMailFlag = "Y" AND NoCallFlag = "Y" AND NoEmailFlag = "Y"
            MOVE "DO-NOT-CONTACT" TO WS-SuppressReason
        WHEN NoEmailFlag = "Y"
            MOVE "NO-EMAIL FLAG" TO WS-SuppressReason
        WHEN Email = SPACES
            MOVE "NO EMAIL ADDRESS" TO WS-SuppressReason
        WHEN WS-EmailAtCount NOT = 1 OR WS-EmailDotAfter = 0
            MOVE "INVALID EMAIL" TO WS-SuppressReason
        WHEN WS-EmailBad = "YES"
            MOVE "BOUNCED EMAIL" TO WS-SuppressReason
        WHEN OTHER
            MOVE SPACES TO WS-SuppressReason
    END-EVALUATE
    IF WS-SuppressReason NOT = SPACES
        ADD 1 TO WS-EmailExcluded
        PERFORM WriteSuppressionLine
    ELSE
        ADD 1 TO WS-EmailRunCount
        PERFORM WriteEmailDistLine
        PERFORM WriteCampaignMember
    END-IF.

CheckBadEmail.
    MOVE "NO" TO WS-EmailBad
    IF WS-BadEmailAvailable = "YES" AND Email NOT = SPACES
        MOVE ContactId TO BadEmailContactId
        READ BadEmailFile RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF FUNCTION UPPER-CASE(BadEmailAddress)
                    = FUNCTION UPPER-CASE(Email)
                    MOVE "YES" TO WS-EmailBad
                END-IF
        END-READ
    END-IF.

WriteEmailDistLine.
    MOVE SPACES TO WS-EmailCompanyName
    IF WS-CompanyAvailable = "YES" AND ContactCompanyId > 0
        MOVE ContactCompanyId TO CompanyId
        READ CompanyFile RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE CompanyName TO WS-EmailCompanyName
                INSPECT WS-EmailCompanyName REPLACING ALL "," BY ";"
        END-READ
    END-IF
    MOVE SPACES TO EmailDistLine
    STRING FUNCTION TRIM(Email) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(FirstName) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(LastName) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        ContactId DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(Category) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-EmailCompanyName) DELIMITED BY SIZE
        INTO EmailDistLine
    END-STRING
    WRITE EmailDistLine.

ImportEmailBounces.
    MOVE 0 TO WS-BounceRead
    MOVE 0 TO WS-BounceIgnored
    MOVE 0 TO WS-BounceMarked
    MOVE 0 TO WS-BounceUnmatched
    MOVE 0 TO WS-BounceUsed
    MOVE "NO" TO WS-BounceOverflow
    OPEN INPUT BounceFile
    IF WS-BounceFileStatus NOT = "00"
        MOVE "NO" TO WS-BounceOpenOk
    ELSE
        MOVE "YES" TO WS-BounceOpenOk
        MOVE "NO" TO WS-BounceEOF
        PERFORM UNTIL WS-BounceEOF = "YES"
            READ BounceFile
                AT END MOVE "YES" TO WS-BounceEOF
                NOT AT END PERFORM LoadBounceLine
            END-READ
        END-PERFORM
        CLOSE BounceFile
        MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
        MOVE WS-CurrentDateTime(1:8) TO WS-TodayDate
        OPEN OUTPUT BounceReportFile
        MOVE SPACES TO BounceReportLine
        STRING "EMAIL BOUNCE IMPORT - " DELIMITED BY SIZE
            WS-CurrentDateTime(1:14) DELIMITED BY SIZE
            INTO BounceReportLine
        END-STRING
        WRITE BounceReportLine
        MOVE SPACES TO BounceReportLine
        WRITE BounceReportLine
        MOVE "EMAILS MARKED BAD" TO BounceReportLine
        WRITE BounceReportLine
        OPEN I-O BadEmailFile
        IF WS-BadEmailFileStatus = "35"
            OPEN OUTPUT BadEmailFile
            CLOSE BadEmailFile
            OPEN I-O BadEmailFile
        END-IF
        MOVE "NO" TO WS-EOF
        OPEN INPUT ContactsFile
        PERFORM UNTIL WS-EOF = "YES"
            READ ContactsFile NEXT RECORD IGNORING LOCK
                AT END MOVE "YES" TO WS-EOF
                NOT AT END
                    IF Email NOT = SPACES
                        PERFORM MatchBouncedEmail
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ContactsFile
        CLOSE BadEmailFile
        MOVE SPACES TO BounceReportLine
        WRITE BounceReportLine
        MOVE "BOUNCES NOT MATCHED TO A CONTACT" TO BounceReportLine
        WRITE BounceReportLine
        MOVE 1 TO WS-BounceIx
        PERFORM WriteUnmatchedBounceLine
            UNTIL WS-BounceIx > WS-BounceUsed
        MOVE SPACES TO BounceReportLine
        WRITE BounceReportLine
        MOVE WS-BounceRead TO WS-BounceEdit
        MOVE SPACES TO BounceReportLine
        STRING "BOUNCE LINES READ:   " DELIMITED BY SIZE
            WS-BounceEdit DELIMITED BY SIZE
            INTO BounceReportLine
        END-STRING
        WRITE BounceReportLine
        MOVE WS-BounceIgnored TO WS-BounceEdit
        MOVE SPACES TO BounceReportLine
        STRING "SOFT BOUNCES SKIPPED:" DELIMITED BY SIZE
            WS-BounceEdit DELIMITED BY SIZE
            INTO BounceReportLine
        END-STRING
        WRITE BounceReportLine
        MOVE WS-BounceMarked TO WS-BounceEdit
        MOVE SPACES TO BounceReportLine
        STRING "EMAILS MARKED BAD:   " DELIMITED BY SIZE
            WS-BounceEdit DELIMITED BY SIZE
            INTO BounceReportLine
        END-STRING
        WRITE BounceReportLine
        MOVE WS-BounceUnmatched TO WS-BounceEdit
        MOVE SPACES TO BounceReportLine
        STRING "NOT MATCHED:         " DELIMITED BY SIZE
            WS-BounceEdit DELIMITED BY SIZE
            INTO BounceReportLine
        END-STRING
        WRITE BounceReportLine
        IF WS-BounceOverflow = "YES"
            MOVE "BOUNCE LIST TRUNCATED AT 2000 ADDRESSES" TO BounceReportLine
            WRITE BounceReportLine
        END-IF
        CLOSE BounceReportFile
    END-IF.

LoadBounceLine.
    IF BounceLine NOT = SPACES
        ADD 1 TO WS-BounceRead
        MOVE SPACES TO WS-BounceRaw1 WS-BounceRaw2
        UNSTRING BounceLine DELIMITED BY ","
            INTO WS-BounceRaw1 WS-BounceRaw2
        END-UNSTRING
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BounceRaw1))
            TO WS-BounceEmailUpper
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BounceRaw2))
            TO WS-BounceRaw2
        EVALUATE TRUE
            WHEN WS-BounceEmailUpper = SPACES
                ADD 1 TO WS-BounceIgnored
            WHEN WS-BounceRaw2(1:4) = "SOFT"
                ADD 1 TO WS-BounceIgnored
            WHEN WS-BounceUsed >= 2000
                MOVE "YES" TO WS-BounceOverflow
            WHEN OTHER
                ADD 1 TO WS-BounceUsed
                MOVE WS-BounceEmailUpper TO WS-BounceEmail(WS-BounceUsed)
                IF WS-BounceRaw2 = SPACES
                    MOVE "HARD BOUNCE" TO WS-BounceReason(WS-BounceUsed)
                ELSE
                    MOVE WS-BounceRaw2 TO WS-BounceReason(WS-BounceUsed)
                END-IF
                MOVE "N" TO WS-BounceMatched(WS-BounceUsed)
        END-EVALUATE
    END-IF.

WriteUnmatchedBounceLine.
    IF WS-BounceMatched(WS-BounceIx) NOT = "Y"
        ADD 1 TO WS-BounceUnmatched
        MOVE SPACES TO BounceReportLine
        STRING "  " DELIMITED BY SIZE
            FUNCTION TRIM(WS-BounceEmail(WS-BounceIx)) DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            FUNCTION TRIM(WS-BounceReason(WS-BounceIx)) DELIMITED BY SIZE
            INTO BounceReportLine
        END-STRING
        WRITE BounceReportLine
    END-IF
    ADD 1 TO WS-BounceIx.

SeekBouncedEmail.
    IF WS-BounceEmail(WS-BounceIx) = WS-BounceEmailUpper
        MOVE WS-BounceIx TO WS-BounceFoundIx
    ELSE
        ADD 1 TO WS-BounceIx
    END-IF.

MatchBouncedEmail.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Email)) TO WS-BounceEmailUpper
    MOVE 0 TO WS-BounceFoundIx
    MOVE 1 TO WS-BounceIx
    PERFORM SeekBouncedEmail
        UNTIL WS-BounceFoundIx > 0 OR WS-BounceIx > WS-BounceUsed
    IF WS-BounceFoundIx > 0
        MOVE "Y" TO WS-BounceMatched(WS-BounceFoundIx)
        ADD 1 TO WS-BounceMarked
        MOVE ContactId TO BadEmailContactId
        READ BadEmailFile RECORD
            INVALID KEY
                MOVE Email TO BadEmailAddress
                MOVE WS-TodayDate TO BadEmailDate
                MOVE WS-BounceReason(WS-BounceFoundIx) TO BadEmailReason
                WRITE BadEmailRecord
                    INVALID KEY CONTINUE
                END-WRITE
            NOT INVALID KEY
                MOVE Email TO BadEmailAddress
                MOVE WS-TodayDate TO BadEmailDate
                MOVE WS-BounceReason(WS-BounceFoundIx) TO BadEmailReason
                REWRITE BadEmailRecord
                    INVALID KEY CONTINUE
                END-REWRITE
        END-READ
        MOVE SPACES TO BounceReportLine
        STRING "  " DELIMITED BY SIZE
            ContactId DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            FirstName DELIMITED BY SPACE
            " " DELIMITED BY SIZE
            LastName DELIMITED BY SPACE
            "  " DELIMITED BY SIZE
            FUNCTION TRIM(Email) DELIMITED BY SIZE
            INTO BounceReportLine
        END-STRING
        WRITE BounceReportLine
    END-IF.

DisplayExportIcsScreen.
    MOVE SPACES TO WS-CategoryFilter
    DISPLAY EXPORT-ICS-SCREEN-HEADER
    DISPLAY CATEGORY-FILTER-PROMPT-SECTION
    ACCEPT CATEGORY-FILTER-INPUT
    MOVE FUNCTION UPPER-CASE(WS-CategoryFilter) TO WS-CategoryFilterUpper
    PERFORM ExportFollowUpsToIcs
    DISPLAY EXPORT-ICS-CONFIRM-SCREEN
    ACCEPT EXPORT-ICS-CONTINUE-INPUT.

ExportFollowUpsToIcs.
    MOVE 0 TO WS-IcsExportCount
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    MOVE WS-CurrentDateTime(1:8) TO WS-TodayDate
    MOVE "ICS EXPORT" TO WS-SuppressRun
    PERFORM OpenSuppressionReport
    OPEN OUTPUT IcsFile
    IF WS-IcsFileStatus NOT = "00"
        MOVE "NO" TO WS-IcsOpenOk
    ELSE
        MOVE "YES" TO WS-IcsOpenOk
        MOVE "BEGIN:VCALENDAR" TO IcsLine
        WRITE IcsLine
        MOVE "VERSION:2.0" TO IcsLine
        WRITE IcsLine
        MOVE "PRODID:-//CobolContacts//Follow-Up Calendar//EN" TO IcsLine
        WRITE IcsLine
        MOVE "NO" TO WS-EOF
        OPEN INPUT ContactsFile
        PERFORM UNTIL WS-EOF = "YES"
            READ ContactsFile NEXT RECORD IGNORING LOCK
                AT END MOVE "YES" TO WS-EOF
                NOT AT END
                    IF FollowUpDate NUMERIC
                        AND FollowUpDate > "00000000"
                        AND FollowUpDate >= WS-TodayDate
                        AND (WS-CategoryFilterUpper = SPACES
                            OR FUNCTION UPPER-CASE(Category)
                                = WS-CategoryFilterUpper)
                        IF NoCallFlag = "Y"
                            MOVE "NO-CALL FLAG" TO WS-SuppressReason
                            PERFORM WriteSuppressionLine
                        ELSE
                            ADD 1 TO WS-IcsExportCount
                            PERFORM WriteIcsEvent
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ContactsFile
        MOVE "END:VCALENDAR" TO IcsLine
        WRITE IcsLine
        CLOSE IcsFile
    END-IF
    PERFORM CloseSuppressionReport.

WriteIcsEvent.
    MOVE "BEGIN:VEVENT" TO IcsLine
    WRITE IcsLine
    MOVE SPACES TO IcsLine
    STRING "UID:" DELIMITED BY SIZE
        ContactId DELIMITED BY SIZE
        "@cobolcontacts" DELIMITED BY SIZE
        INTO IcsLine
    END-STRING
    WRITE IcsLine
    MOVE SPACES TO IcsLine
    STRING "DTSTAMP:" DELIMITED BY SIZE
        WS-CurrentDateTime(1:8) DELIMITED BY SIZE
        "T" DELIMITED BY SIZE
        WS-CurrentDateTime(9:6) DELIMITED BY SIZE
        INTO IcsLine
    END-STRING
    WRITE IcsLine
    MOVE SPACES TO IcsLine
    STRING "DTSTART;VALUE=DATE:" DELIMITED BY SIZE
        FollowUpDate DELIMITED BY SIZE
        INTO IcsLine
    END-STRING
    WRITE IcsLine
    MOVE SPACES TO IcsLine
    STRING "SUMMARY:Follow up with " DELIMITED BY SIZE
        FUNCTION TRIM(FirstName) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(LastName) DELIMITED BY SIZE
        INTO IcsLine
    END-STRING
    WRITE IcsLine
    MOVE SPACES TO IcsLine
    IF LastContactedDate NOT = SPACES
        STRING "DESCRIPTION:Phone " DELIMITED BY SIZE
            FUNCTION TRIM(Phone) DELIMITED BY SIZE
            " - last contacted " DELIMITED BY SIZE
            LastContactedDate DELIMITED BY SIZE
            INTO IcsLine
        END-STRING
    ELSE
        STRING "DESCRIPTION:Phone " DELIMITED BY SIZE
            FUNCTION TRIM(Phone) DELIMITED BY SIZE
            INTO IcsLine
        END-STRING
    END-IF
    WRITE IcsLine
    MOVE "END:VEVENT" TO IcsLine
    WRITE IcsLine.

WriteVcfCard.
    MOVE "BEGIN:VCARD" TO VcfLine
    WRITE VcfLine
    MOVE "VERSION:3.0" TO VcfLine
    WRITE VcfLine
    MOVE SPACES TO VcfLine
    STRING "N:" DELIMITED BY SIZE
        FUNCTION TRIM(LastName) DELIMITED BY SIZE
        ";" DELIMITED BY SIZE
        FUNCTION TRIM(FirstName) DELIMITED BY SIZE
        INTO VcfLine
    END-STRING
    WRITE VcfLine
    MOVE SPACES TO VcfLine
    STRING "FN:" DELIMITED BY SIZE
        FUNCTION TRIM(FirstName) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(LastName) DELIMITED BY SIZE
        INTO VcfLine
    END-STRING
    WRITE VcfLine
    IF Phone NOT = SPACES
        MOVE SPACES TO VcfLine
        STRING "TEL;TYPE=VOICE:" DELIMITED BY SIZE
            FUNCTION TRIM(Phone) DELIMITED BY SIZE
            INTO VcfLine
        END-STRING
        WRITE VcfLine
    END-IF
    IF Email NOT = SPACES
        MOVE SPACES TO VcfLine
        STRING "EMAIL:" DELIMITED BY SIZE
            FUNCTION TRIM(Email) DELIMITED BY SIZE
            INTO VcfLine
        END-STRING
        WRITE VcfLine
    END-IF
    IF MailingAddress NOT = SPACES
        MOVE SPACES TO VcfLine
        STRING "ADR;TYPE=POSTAL:;;" DELIMITED BY SIZE
            FUNCTION TRIM(AddressStreet) DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            FUNCTION TRIM(AddressCity) DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            FUNCTION TRIM(AddressState) DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            FUNCTION TRIM(AddressZip) DELIMITED BY SIZE
            ";" DELIMITED BY SIZE
            INTO VcfLine
        END-STRING
        WRITE VcfLine
    END-IF
    MOVE "END:VCARD" TO VcfLine
    WRITE VcfLine.

DisplayImportVcfScreen.
    DISPLAY IMPORT-VCF-SCREEN-HEADER
    PERFORM ImportContactsFromVcf
    DISPLAY IMPORT-VCF-CONFIRM-SCREEN
    ACCEPT IMPORT-VCF-CONTINUE-INPUT.

ImportContactsFromVcf.
    MOVE 0 TO WS-VcfImportCount
    MOVE 0 TO WS-VcfRejected
    PERFORM GetNextContactId
    MOVE "NO" TO WS-EOF
    OPEN INPUT VcfFile
    IF WS-VcfFileStatus NOT = "00"
        MOVE "NO" TO WS-VcfOpenOk
        MOVE "YES" TO WS-EOF
    ELSE
        MOVE "YES" TO WS-VcfOpenOk
        OPEN OUTPUT RejectFile
    END-IF
    PERFORM UNTIL WS-EOF = "YES"
        READ VcfFile
            AT END MOVE "YES" TO WS-EOF
            NOT AT END PERFORM ProcessVcfLine
        END-READ
    END-PERFORM
    IF WS-VcfOpenOk = "YES"
        CLOSE VcfFile
        CLOSE RejectFile
        PERFORM WriteControlFile
    END-IF.

ProcessVcfLine.
    MOVE 1 TO WS-VcfPtr
    MOVE SPACES TO WS-VcfTag
    MOVE SPACES TO WS-VcfValue
    UNSTRING VcfLine DELIMITED BY ":" INTO WS-VcfTag
        WITH POINTER WS-VcfPtr
    END-UNSTRING
    IF WS-VcfPtr <= 100
        MOVE VcfLine(WS-VcfPtr:) TO WS-VcfValue
    END-IF
    MOVE FUNCTION UPPER-CASE(WS-VcfTag) TO WS-VcfTagUpper
    EVALUATE TRUE
        WHEN WS-VcfTagUpper = "BEGIN"
            MOVE SPACES TO WS-VcfFirst WS-VcfLast WS-VcfFN
                WS-VcfPhone WS-VcfEmail WS-VcfAddress
                WS-VcfCity WS-VcfState WS-VcfZip
        WHEN WS-VcfTagUpper = "N"
            MOVE SPACES TO WS-VcfLast WS-VcfFirst
            UNSTRING WS-VcfValue DELIMITED BY ";"
                INTO WS-VcfLast WS-VcfFirst
            END-UNSTRING
        WHEN WS-VcfTagUpper = "FN"
            MOVE WS-VcfValue TO WS-VcfFN
        WHEN WS-VcfTagUpper = "TEL" OR WS-VcfTagUpper(1:4) = "TEL;"
            MOVE WS-VcfValue TO WS-VcfPhone
        WHEN WS-VcfTagUpper = "EMAIL" OR WS-VcfTagUpper(1:6) = "EMAIL;"
            MOVE WS-VcfValue TO WS-VcfEmail
        WHEN WS-VcfTagUpper = "ADR" OR WS-VcfTagUpper(1:4) = "ADR;"
            MOVE SPACES TO WS-VcfAdr1 WS-VcfAdr2 WS-VcfAdr3
                WS-VcfAdr4 WS-VcfAdr5 WS-VcfAdr6 WS-VcfAdr7
            UNSTRING WS-VcfValue DELIMITED BY ";"
                INTO WS-VcfAdr1 WS-VcfAdr2 WS-VcfAdr3 WS-VcfAdr4
                     WS-VcfAdr5 WS-VcfAdr6 WS-VcfAdr7
            END-UNSTRING
            IF WS-VcfAdr3 NOT = SPACES
                MOVE WS-VcfAdr3 TO WS-VcfAddress
                MOVE WS-VcfAdr4 TO WS-VcfCity
                MOVE WS-VcfAdr5 TO WS-VcfState
                MOVE WS-VcfAdr6 TO WS-VcfZip
            ELSE
                MOVE WS-VcfValue TO WS-VcfAddress
            END-IF
        WHEN WS-VcfTagUpper = "END"
            PERFORM SaveVcfContact
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

SaveVcfContact.
    IF WS-VcfFirst = SPACES AND WS-VcfLast = SPACES
            AND WS-VcfFN NOT = SPACES
        UNSTRING WS-VcfFN DELIMITED BY ALL " "
            INTO WS-VcfFirst WS-VcfLast
        END-UNSTRING
    END-IF
    IF WS-VcfCity = SPACES AND WS-VcfZip = SPACES
            AND WS-VcfAddress NOT = SPACES
        MOVE WS-VcfAddress TO WS-AddrBlob
        PERFORM ParseAddressBlob
        MOVE WS-ParsedStreet TO WS-VcfAddress
        MOVE WS-ParsedCity TO WS-VcfCity
        MOVE WS-ParsedState TO WS-VcfState
        MOVE WS-ParsedZip TO WS-VcfZip
    END-IF
    MOVE "YES" TO WS-EntryValid
    IF WS-VcfFirst NOT = SPACES OR WS-VcfLast NOT = SPACES
        MOVE SPACES TO WS-ValidationMessage
        MOVE WS-VcfCity TO WS-EntryCity
        MOVE WS-VcfState TO WS-EntryState
        MOVE WS-VcfZip TO WS-EntryZip
        PERFORM CheckEntryZip
        IF WS-EntryValid = "YES"
            MOVE WS-EntryCity TO WS-VcfCity
            MOVE WS-EntryState TO WS-VcfState
        ELSE
            PERFORM WriteVcfReject
        END-IF
    END-IF
    IF WS-EntryValid = "YES"
            AND (WS-VcfFirst NOT = SPACES OR WS-VcfLast NOT = SPACES)
        MOVE WS-VcfFirst TO WS-FirstName
        MOVE WS-VcfLast TO WS-LastName
        PERFORM CheckForDuplicateContact
        MOVE "YES" TO WS-SaveConfirmed
        IF WS-DuplicateFound = "YES"
            DISPLAY DUPLICATE-CONTACT-SCREEN-HEADER
            DISPLAY DUPLICATE-CONTACT-CONFIRM-MENU
            ACCEPT DUPLICATE-CONTACT-CONFIRM-INPUT
            IF RESPONSE-IN-WS = "Y" OR "y"
                MOVE "YES" TO WS-SaveConfirmed
            ELSE
                MOVE "NO" TO WS-SaveConfirmed
            END-IF
        END-IF
        IF WS-SaveConfirmed = "YES"
            PERFORM AllocateNextContactId
            OPEN I-O ContactsFile
            MOVE SPACES TO Contact
            MOVE WS-NextContactId TO ContactId
            MOVE 0 TO ContactCompanyId
            MOVE WS-VcfFirst TO FirstName
            MOVE WS-VcfLast TO LastName
            MOVE WS-VcfPhone TO Phone
            MOVE WS-VcfEmail TO Email
            MOVE WS-VcfAddress TO AddressStreet
            MOVE WS-VcfCity TO AddressCity
            MOVE FUNCTION UPPER-CASE(WS-VcfState) TO AddressState
            MOVE WS-VcfZip TO AddressZip
            MOVE "YES" TO WS-WriteOk
            WRITE Contact
                INVALID KEY
                    DISPLAY "Unable to import contact"
                    MOVE "NO" TO WS-WriteOk
            END-WRITE
            MOVE Contact TO WS-AuditAfterName
            CLOSE ContactsFile
            IF WS-WriteOk = "YES"
                MOVE "IMPORT" TO WS-AuditAction
                MOVE WS-NextContactId TO WS-AuditContactId
                MOVE SPACES TO WS-AuditBeforeName
                PERFORM WriteAuditLogEntry
                MOVE WS-AuditContactId TO WS-OwnerSeekId
                PERFORM AssignNewContactOwner
                ADD 1 TO WS-VcfImportCount
                ADD 1 TO WS-NextContactId
                ADD 1 TO WS-ContactsCount
            END-IF
        END-IF
    END-IF.

WriteVcfReject.
    ADD 1 TO WS-VcfRejected
    MOVE SPACES TO RejectLine
    STRING FUNCTION TRIM(WS-VcfFirst) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-VcfLast) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-VcfPhone) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-VcfEmail) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-VcfAddress) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-VcfCity) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-VcfState) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-VcfZip) DELIMITED BY SIZE
        INTO RejectLine
    END-STRING
    WRITE RejectLine.

DisplayImportContactsFromCsv.
    DISPLAY IMPORT-CSV-SCREEN-HEADER
    PERFORM ImportContactsFromCsv
    DISPLAY IMPORT-CSV-CONFIRM-SCREEN
    ACCEPT IMPORT-CSV-CONTINUE-INPUT.

ImportContactsFromCsv.
    MOVE 0 TO WS-ImportCount
    MOVE 0 TO WS-ImportAdded
    MOVE 0 TO WS-ImportUpdated
    MOVE 0 TO WS-ImportUnchanged
    MOVE 0 TO WS-ImportRejected
    MOVE 0 TO WS-ImportRowNum
    PERFORM GetNextContactId
    MOVE "NO" TO WS-EOF
    OPEN INPUT CsvFile
    IF WS-CsvFileStatus NOT = "00"
        MOVE "NO" TO WS-ImportOpenOk
        MOVE "YES" TO WS-EOF
    ELSE
        MOVE "YES" TO WS-ImportOpenOk
        OPEN OUTPUT RejectFile
        OPEN OUTPUT ImportReportFile
        MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
        MOVE SPACES TO ImportReportLine
        STRING "CSV Import Reconciliation " DELIMITED BY SIZE
            WS-CurrentDateTime(1:14) DELIMITED BY SIZE
            INTO ImportReportLine
        END-STRING
        WRITE ImportReportLine
    END-IF
    PERFORM UNTIL WS-EOF = "YES"
        READ CsvFile
            AT END MOVE "YES" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ImportRowNum
                MOVE SPACES TO WS-ImportRaw1 WS-ImportRaw2 WS-ImportRaw3
                    WS-ImportRaw4 WS-ImportRaw5 WS-ImportRaw6 WS-ImportRaw7
                    WS-ImportRaw8 WS-ImportRaw9 WS-ImportRaw10
                    WS-ImportRaw11 WS-ImportRaw12 WS-ImportRaw13
                    WS-ImportRaw14 WS-ImportRaw15 WS-ImportRaw16
                UNSTRING CsvLine DELIMITED BY ","
                    INTO WS-ImportRaw1 WS-ImportRaw2 WS-ImportRaw3
                         WS-ImportRaw4 WS-ImportRaw5 WS-ImportRaw6
                         WS-ImportRaw7 WS-ImportRaw8 WS-ImportRaw9
                         WS-ImportRaw10 WS-ImportRaw11 WS-ImportRaw12
                         WS-ImportRaw13 WS-ImportRaw14 WS-ImportRaw15
                         WS-ImportRaw16
                END-UNSTRING
                COMPUTE WS-ImportNumCheck = FUNCTION TEST-NUMVAL(WS-ImportRaw1)
                IF WS-ImportNumCheck = 0 AND NOT WS-ImportRaw1 = SPACES
                    MOVE 1 TO WS-ImportHasId
                ELSE
                    MOVE 0 TO WS-ImportHasId
                END-IF
                MOVE SPACES TO WS-ImportFirstName
                MOVE SPACES TO WS-ImportLastName
                MOVE SPACES TO WS-ImportPhone
                MOVE SPACES TO WS-ImportEmail
                MOVE SPACES TO WS-ImportStreet
                MOVE SPACES TO WS-ImportCity
                MOVE SPACES TO WS-ImportState
                MOVE SPACES TO WS-ImportZip
                MOVE SPACES TO WS-ImportCategory
                IF WS-ImportHasId = 1
                    MOVE WS-ImportRaw2 TO WS-ImportFirstName
                    MOVE WS-ImportRaw3 TO WS-ImportLastName
                    MOVE WS-ImportRaw4 TO WS-ImportPhone
                    MOVE WS-ImportRaw5 TO WS-ImportEmail
                    MOVE WS-ImportRaw6 TO WS-ImportStreet
                    MOVE WS-ImportRaw6 TO WS-ImportAddrRaw
                    MOVE WS-ImportRaw7 TO WS-ImportCity
                    MOVE WS-ImportRaw8 TO WS-ImportState
                    MOVE WS-ImportRaw9 TO WS-ImportZip
                    MOVE WS-ImportRaw10 TO WS-ImportCategory
                    MOVE WS-ImportRaw11 TO WS-ImportCompanyRaw
                ELSE
                    MOVE WS-ImportRaw1 TO WS-ImportFirstName
                    MOVE WS-ImportRaw2 TO WS-ImportLastName
                    MOVE WS-ImportRaw3 TO WS-ImportPhone
                    MOVE WS-ImportRaw4 TO WS-ImportEmail
                    MOVE WS-ImportRaw5 TO WS-ImportStreet
                    MOVE WS-ImportRaw5 TO WS-ImportAddrRaw
                    MOVE WS-ImportRaw6 TO WS-ImportCity
                    MOVE WS-ImportRaw7 TO WS-ImportState
                    MOVE WS-ImportRaw8 TO WS-ImportZip
                    MOVE WS-ImportRaw9 TO WS-ImportCategory
                    MOVE WS-ImportRaw10 TO WS-ImportCompanyRaw
                END-IF
                PERFORM DetectLegacyImportRow
                IF WS-ImportCity = SPACES AND WS-ImportZip = SPACES
                        AND WS-ImportStreet NOT = SPACES
                    MOVE WS-ImportAddrRaw TO WS-AddrBlob
                    PERFORM ParseAddressBlob
                    MOVE WS-ParsedStreet TO WS-ImportStreet
                    MOVE WS-ParsedCity TO WS-ImportCity
                    MOVE WS-ParsedState TO WS-ImportState
                    MOVE WS-ParsedZip TO WS-ImportZip
                END-IF
                MOVE 0 TO WS-ImportCompanyId
                COMPUTE WS-ImportNumCheck =
                    FUNCTION TEST-NUMVAL(WS-ImportCompanyRaw)
                IF WS-ImportNumCheck = 0
                        AND WS-ImportCompanyRaw NOT = SPACES
                    COMPUTE WS-ImportCompanyId =
                        FUNCTION NUMVAL(WS-ImportCompanyRaw)
                END-IF
                IF WS-ImportHasId = 1
                    MOVE WS-ImportRaw12(1:1) TO WS-ImportNoMail
                    MOVE WS-ImportRaw13(1:1) TO WS-ImportNoCall
                    MOVE WS-ImportRaw14(1:1) TO WS-ImportNoEmail
                    MOVE WS-ImportRaw15 TO WS-ImportConsentReason
                    MOVE WS-ImportRaw16 TO WS-ImportConsentDate
                ELSE
                    MOVE WS-ImportRaw11(1:1) TO WS-ImportNoMail
                    MOVE WS-ImportRaw12(1:1) TO WS-ImportNoCall
                    MOVE WS-ImportRaw13(1:1) TO WS-ImportNoEmail
                    MOVE WS-ImportRaw14 TO WS-ImportConsentReason
                    MOVE WS-ImportRaw15 TO WS-ImportConsentDate
                END-IF
                PERFORM NormalizeImportConsentFlags
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ImportFirstName)) = "FIRST"
                        OR "FIRSTNAME" OR "FIRST NAME"
                    MOVE "YES" TO WS-ImportIsHeaderRow
                ELSE
                    MOVE "NO" TO WS-ImportIsHeaderRow
                END-IF
                IF WS-ImportIsHeaderRow = "NO" AND CsvLine NOT = SPACES
                    PERFORM ProcessImportRow
                END-IF
        END-READ
    END-PERFORM
    IF WS-ImportOpenOk = "YES"
        CLOSE CsvFile
        PERFORM WriteImportSummary
        CLOSE ImportReportFile
        CLOSE RejectFile
        PERFORM WriteControlFile
    END-IF.

ProcessImportRow.
    IF WS-ImportFirstName = SPACES
        MOVE "First name is missing" TO WS-ValidationMessage
        PERFORM WriteImportReject
    ELSE
        MOVE WS-ImportPhone TO WS-EntryPhone
        MOVE WS-ImportEmail TO WS-EntryEmail
        MOVE WS-ImportCategory TO WS-EntryCategory
        MOVE WS-ImportCompanyId TO WS-EntryCompanyId
        MOVE WS-ImportCity TO WS-EntryCity
        MOVE WS-ImportState TO WS-EntryState
        MOVE WS-ImportZip TO WS-EntryZip
        PERFORM ValidateContactEntry
        IF WS-EntryValid = "NO"
            PERFORM WriteImportReject
        ELSE
            MOVE WS-EntryCity TO WS-ImportCity
            MOVE WS-EntryState TO WS-ImportState
            IF WS-ImportHasId = 1
                PERFORM ImportRowWithId
            ELSE
                PERFORM ImportRowAsNew
            END-IF
        END-IF
    END-IF.

ImportRowAsNew.
    PERFORM AllocateNextContactId
    OPEN I-O ContactsFile
    MOVE SPACES TO Contact
    MOVE WS-NextContactId TO ContactId
    PERFORM MoveImportFieldsToContact
    MOVE "YES" TO WS-WriteOk
    WRITE Contact
        INVALID KEY
            DISPLAY "Unable to import contact"
            MOVE "NO" TO WS-WriteOk
    END-WRITE
    MOVE Contact TO WS-AuditAfterName
    CLOSE ContactsFile
    IF WS-WriteOk = "YES"
        MOVE "IMPORT" TO WS-AuditAction
        MOVE WS-NextContactId TO WS-AuditContactId
        MOVE SPACES TO WS-AuditBeforeName
        PERFORM WriteAuditLogEntry
        MOVE WS-AuditContactId TO WS-OwnerSeekId
        PERFORM AssignNewContactOwner
        ADD 1 TO WS-ImportCount
        ADD 1 TO WS-ImportAdded
        ADD 1 TO WS-NextContactId
        ADD 1 TO WS-ContactsCount
    END-IF.

ImportRowWithId.
    COMPUTE WS-ImportId = FUNCTION NUMVAL(WS-ImportRaw1)
    MOVE "NO" TO WS-ImportExists
    MOVE "NO" TO WS-ImportDidAdd
    MOVE "NO" TO WS-ImportDidUpdate
    OPEN I-O ContactsFile
    MOVE WS-ImportId TO ContactId
    READ ContactsFile RECORD
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "YES" TO WS-ImportExists
            MOVE Contact TO WS-Contact
    END-READ
    IF WS-ImportExists = "YES"
        MOVE WS-Contact TO Contact
        PERFORM MoveImportFieldsToContact
        IF Contact = WS-Contact
            ADD 1 TO WS-ImportUnchanged
        ELSE
            MOVE "YES" TO WS-WriteOk
            REWRITE Contact
                INVALID KEY
                    DISPLAY "Unable to update imported contact"
                    MOVE "NO" TO WS-WriteOk
            END-REWRITE
            MOVE Contact TO WS-AuditAfterName
            IF WS-WriteOk = "YES"
                MOVE "YES" TO WS-ImportDidUpdate
            END-IF
        END-IF
    ELSE
        MOVE SPACES TO Contact
        MOVE WS-ImportId TO ContactId
        PERFORM MoveImportFieldsToContact
        MOVE "YES" TO WS-WriteOk
        WRITE Contact
            INVALID KEY
                DISPLAY "Unable to import contact"
                MOVE "NO" TO WS-WriteOk
        END-WRITE
        MOVE Contact TO WS-AuditAfterName
        IF WS-WriteOk = "YES"
            MOVE "YES" TO WS-ImportDidAdd
        END-IF
    END-IF
    CLOSE ContactsFile
    IF WS-ImportDidUpdate = "YES"
        MOVE "UPDATE" TO WS-AuditAction
        MOVE WS-ImportId TO WS-AuditContactId
        MOVE WS-Contact TO WS-AuditBeforeName
        PERFORM WriteAuditLogEntry
        ADD 1 TO WS-ImportCount
        ADD 1 TO WS-ImportUpdated
    END-IF
    IF WS-ImportDidAdd = "YES"
        MOVE "IMPORT" TO WS-AuditAction
        MOVE WS-ImportId TO WS-AuditContactId
        MOVE SPACES TO WS-AuditBeforeName
        PERFORM WriteAuditLogEntry
        MOVE WS-AuditContactId TO WS-OwnerSeekId
        PERFORM AssignNewContactOwner
        ADD 1 TO WS-ImportCount
        ADD 1 TO WS-ImportAdded
        ADD 1 TO WS-ContactsCount
        IF WS-ImportId >= WS-NextContactId
            COMPUTE WS-NextContactId = WS-ImportId + 1
        END-IF
    END-IF.

DetectLegacyImportRow.
    MOVE "NO" TO WS-ImportLegacyRow
    IF WS-ImportHasId = 1
        IF WS-ImportRaw7 NOT = SPACES
            AND WS-ImportRaw8 = SPACES
            AND WS-ImportRaw9 = SPACES
            AND WS-ImportRaw10 = SPACES
            AND WS-ImportRaw11 = SPACES
            AND WS-ImportRaw12 = SPACES
            AND WS-ImportRaw13 = SPACES
            AND WS-ImportRaw14 = SPACES
            AND WS-ImportRaw15 = SPACES
            AND WS-ImportRaw16 = SPACES
            MOVE "YES" TO WS-ImportLegacyRow
            MOVE WS-ImportRaw7 TO WS-ImportCategory
            MOVE SPACES TO WS-ImportCity
        END-IF
    ELSE
        IF WS-ImportRaw6 NOT = SPACES
            AND WS-ImportRaw7 = SPACES
            AND WS-ImportRaw8 = SPACES
            AND WS-ImportRaw9 = SPACES
            AND WS-ImportRaw10 = SPACES
            AND WS-ImportRaw11 = SPACES
            AND WS-ImportRaw12 = SPACES
            AND WS-ImportRaw13 = SPACES
            AND WS-ImportRaw14 = SPACES
            AND WS-ImportRaw15 = SPACES
            MOVE "YES" TO WS-ImportLegacyRow
            MOVE WS-ImportRaw6 TO WS-ImportCategory
            MOVE SPACES TO WS-ImportCity
        END-IF
    END-IF.

NormalizeImportConsentFlags.
    MOVE FUNCTION UPPER-CASE(WS-ImportNoMail) TO WS-ImportNoMail
    IF WS-ImportNoMail NOT = "Y"
        MOVE SPACE TO WS-ImportNoMail
    END-IF
    MOVE FUNCTION UPPER-CASE(WS-ImportNoCall) TO WS-ImportNoCall
    IF WS-ImportNoCall NOT = "Y"
        MOVE SPACE TO WS-ImportNoCall
    END-IF
    MOVE FUNCTION UPPER-CASE(WS-ImportNoEmail) TO WS-ImportNoEmail
    IF WS-ImportNoEmail NOT = "Y"
        MOVE SPACE TO WS-ImportNoEmail
    END-IF
    INSPECT WS-ImportConsentReason REPLACING ALL ";" BY " ".

MoveImportFieldsToContact.
    MOVE WS-ImportFirstName TO FirstName
    MOVE WS-ImportLastName TO LastName
    MOVE WS-EntryPhone TO Phone
    MOVE WS-EntryEmail TO Email
    MOVE WS-ImportStreet TO AddressStreet
    MOVE WS-ImportCity TO AddressCity
    MOVE FUNCTION UPPER-CASE(WS-ImportState) TO AddressState
    MOVE WS-ImportZip TO AddressZip
    MOVE WS-EntryCategory TO Category
    IF WS-ImportLegacyRow = "YES"
        IF ContactCompanyId NOT NUMERIC
            MOVE 0 TO ContactCompanyId
        END-IF
    ELSE
        MOVE WS-ImportCompanyId TO ContactCompanyId
        MOVE WS-ImportNoMail TO NoMailFlag
        MOVE WS-ImportNoCall TO NoCallFlag
        MOVE WS-ImportNoEmail TO NoEmailFlag
        MOVE WS-ImportConsentReason TO ConsentReason
        MOVE WS-ImportConsentDate TO ConsentDate
    END-IF.

WriteImportReject.
    ADD 1 TO WS-ImportRejected
    MOVE CsvLine TO RejectLine
    WRITE RejectLine
    MOVE WS-ImportRowNum TO WS-ImportRowEdit
    MOVE SPACES TO ImportReportLine
    STRING "ROW " DELIMITED BY SIZE
        FUNCTION TRIM(WS-ImportRowEdit) DELIMITED BY SIZE
        " REJECTED: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-ValidationMessage) DELIMITED BY SIZE
        INTO ImportReportLine
    END-STRING
    WRITE ImportReportLine.

WriteImportSummary.
    MOVE SPACES TO ImportReportLine
    WRITE ImportReportLine
    MOVE WS-ImportRowNum TO WS-ImportRowEdit
    MOVE SPACES TO ImportReportLine
    STRING "ROWS READ: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-ImportRowEdit) DELIMITED BY SIZE
        INTO ImportReportLine
    END-STRING
    WRITE ImportReportLine
    MOVE WS-ImportAdded TO WS-ImportRowEdit
    MOVE SPACES TO ImportReportLine
    STRING "ADDED: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-ImportRowEdit) DELIMITED BY SIZE
        INTO ImportReportLine
    END-STRING
    WRITE ImportReportLine
    MOVE WS-ImportUpdated TO WS-ImportRowEdit
    MOVE SPACES TO ImportReportLine
    STRING "UPDATED: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-ImportRowEdit) DELIMITED BY SIZE
        INTO ImportReportLine
    END-STRING
    WRITE ImportReportLine
    MOVE WS-ImportUnchanged TO WS-ImportRowEdit
    MOVE SPACES TO ImportReportLine
    STRING "UNCHANGED: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-ImportRowEdit) DELIMITED BY SIZE
        INTO ImportReportLine
    END-STRING
    WRITE ImportReportLine
    MOVE WS-ImportRejected TO WS-ImportRowEdit
    MOVE SPACES TO ImportReportLine
    STRING "REJECTED: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-ImportRowEdit) DELIMITED BY SIZE
        INTO ImportReportLine
    END-STRING
    WRITE ImportReportLine.

DisplayMailingRunScreen.
    MOVE SPACES TO WS-CategoryFilter
    MOVE SPACES TO WS-CampaignDesc
    MOVE 0 TO WS-SkipDays
    MOVE "N" TO WS-PresortFlag
    MOVE "N" TO WS-HouseholdFlag
    DISPLAY MAILING-RUN-SCREEN-HEADER
    DISPLAY CATEGORY-FILTER-PROMPT-SECTION
    DISPLAY MAILING-RUN-PROMPT-SECTION
    ACCEPT CATEGORY-FILTER-INPUT
    ACCEPT MAILING-RUN-PROMPT-SECTION
    MOVE FUNCTION UPPER-CASE(WS-CategoryFilter) TO WS-CategoryFilterUpper
    MOVE FUNCTION UPPER-CASE(WS-PresortFlag) TO WS-PresortFlag
    MOVE FUNCTION UPPER-CASE(WS-HouseholdFlag) TO WS-HouseholdFlag
    IF WS-PresortFlag = "Y"
        PERFORM WritePresortMailingRun
    ELSE
        PERFORM WriteMailingRunFiles
    END-IF
    DISPLAY MAILING-RUN-CONFIRM-SCREEN
    ACCEPT MAILING-RUN-CONTINUE-INPUT.

WriteMailingRunFiles.
    MOVE 0 TO WS-MailingCount
    MOVE 0 TO WS-LabelColumn
    MOVE SPACES TO WS-LabelName1 WS-LabelName2 WS-LabelName3
    MOVE SPACES TO WS-LabelAddress1 WS-LabelAddress2 WS-LabelAddress3
    MOVE SPACES TO WS-LabelAddrExt1 WS-LabelAddrExt2 WS-LabelAddrExt3
    OPEN OUTPUT LabelFile
    OPEN OUTPUT MailMergeFile
    MOVE "NO" TO WS-CompanyAvailable
    OPEN INPUT CompanyFile
    IF WS-CompanyFileStatus = "00"
        MOVE "YES" TO WS-CompanyAvailable
    END-IF
    MOVE "LABELS/MERGE" TO WS-SuppressRun
    PERFORM OpenSuppressionReport
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    MOVE WS-CurrentDateTime(1:8) TO WS-TodayDate
    MOVE 0 TO WS-SkippedRecent
    PERFORM GetNextCampaignIdByScan
    MOVE SPACES TO WS-MailCutoffDate
    IF WS-SkipDays > 0
        COMPUTE WS-DateIntWork =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TodayDate))
                - WS-SkipDays
        COMPUTE WS-MailCutoff9 = FUNCTION DATE-OF-INTEGER(WS-DateIntWork)
        MOVE WS-MailCutoff9 TO WS-MailCutoffDate
    END-IF
    MOVE "NO" TO WS-MembersAvailable
    OPEN I-O CampMembFile
    IF WS-CampMembFileStatus = "35"
        OPEN OUTPUT CampMembFile
        CLOSE CampMembFile
        OPEN I-O CampMembFile
    END-IF
    IF WS-CampMembFileStatus = "00"
        MOVE "YES" TO WS-MembersAvailable
    END-IF
    PERFORM OpenCampaignTypeLookup
    MOVE 0 TO WS-SkippedReturned
    MOVE 0 TO WS-HouseholdSaved
    PERFORM OpenReturnedMailFlags
    IF WS-HouseholdFlag = "Y"
        MOVE 0 TO WS-Zip3Used
        SORT PresortSortFile ON ASCENDING KEY SortHouseKey
            INPUT PROCEDURE IS ReleasePresortRecords
            OUTPUT PROCEDURE IS ReturnPresortRecords
    ELSE
        PERFORM WriteMailingRunContacts
    END-IF
    IF WS-CompanyAvailable = "YES"
        CLOSE CompanyFile
    END-IF
    IF WS-LabelColumn > 0
        PERFORM WriteLabelRow
    END-IF
    IF WS-HouseholdFlag = "Y"
        PERFORM WriteHouseholdSavedLine
    END-IF
    CLOSE LabelFile
    CLOSE MailMergeFile
    IF WS-MembersAvailable = "YES"
        CLOSE CampMembFile
    END-IF
    PERFORM CloseCampaignTypeLookup
    IF WS-RetMailAvailable = "YES"
        CLOSE RetMailFile
    END-IF
    PERFORM RecordCampaignRun
    PERFORM CloseSuppressionReport.

WriteMailingRunContacts.
    MOVE "NO" TO WS-EOF
    OPEN INPUT ContactsFile
    PERFORM UNTIL WS-EOF = "YES"
        READ ContactsFile NEXT RECORD IGNORING LOCK
            AT END MOVE "YES" TO WS-EOF
            NOT AT END
                IF (WS-CategoryFilterUpper = SPACES
                    OR FUNCTION UPPER-CASE(Category) = WS-CategoryFilterUpper)
                    AND NoMailFlag = "Y"
                    MOVE "NO-MAIL FLAG" TO WS-SuppressReason
                    PERFORM WriteSuppressionLine
                END-IF
                IF (WS-CategoryFilterUpper = SPACES
                    OR FUNCTION UPPER-CASE(Category) = WS-CategoryFilterUpper)
                    AND NoMailFlag NOT = "Y"
                    PERFORM CheckReturnedMail
                    PERFORM CheckRecentlyMailed
                END-IF
                IF (WS-CategoryFilterUpper = SPACES
                    OR FUNCTION UPPER-CASE(Category) = WS-CategoryFilterUpper)
                    AND NoMailFlag NOT = "Y"
                    AND WS-MailReturned = "YES"
                    ADD 1 TO WS-SkippedReturned
                    MOVE "RETURNED MAIL" TO WS-SuppressReason
                    PERFORM WriteSuppressionLine
                END-IF
                IF (WS-CategoryFilterUpper = SPACES
                    OR FUNCTION UPPER-CASE(Category) = WS-CategoryFilterUpper)
                    AND NoMailFlag NOT = "Y"
                    AND WS-MailReturned NOT = "YES"
                    AND WS-MailSkip = "YES"
                    ADD 1 TO WS-SkippedRecent
                    MOVE "RECENTLY MAILED" TO WS-SuppressReason
                    PERFORM WriteSuppressionLine
                END-IF
                IF (WS-CategoryFilterUpper = SPACES
                    OR FUNCTION UPPER-CASE(Category) = WS-CategoryFilterUpper)
                    AND NoMailFlag NOT = "Y"
                    AND WS-MailReturned NOT = "YES"
                    AND WS-MailSkip NOT = "YES"
                    ADD 1 TO WS-MailingCount
                    ADD 1 TO WS-LabelColumn
                    PERFORM WriteCampaignMember
                    PERFORM ResolveMailingAddress
                    EVALUATE WS-LabelColumn
                        WHEN 1
                            PERFORM BuildLabelNameLine
                            MOVE WS-LabelNameWork TO WS-LabelName1
                            MOVE WS-MailStreet TO WS-LabelAddress1
                            MOVE WS-MailCityLine TO WS-LabelAddrExt1
                        WHEN 2
                            PERFORM BuildLabelNameLine
                            MOVE WS-LabelNameWork TO WS-LabelName2
                            MOVE WS-MailStreet TO WS-LabelAddress2
                            MOVE WS-MailCityLine TO WS-LabelAddrExt2
                        WHEN OTHER
                            PERFORM BuildLabelNameLine
                            MOVE WS-LabelNameWork TO WS-LabelName3
                            MOVE WS-MailStreet TO WS-LabelAddress3
                            MOVE WS-MailCityLine TO WS-LabelAddrExt3
                            PERFORM WriteLabelRow
                    END-EVALUATE
                    PERFORM WriteMailMergeBlock
                END-IF
        END-READ
    END-PERFORM
    CLOSE ContactsFile.

CheckRecentlyMailed.
    MOVE "NO" TO WS-MailSkip
    IF WS-SkipDays > 0 AND WS-MembersAvailable = "YES"
        PERFORM GetLastMailedDate
        IF WS-LastMailedDate NOT = SPACES
            AND WS-LastMailedDate >= WS-MailCutoffDate
            MOVE "YES" TO WS-MailSkip
        END-IF
    END-IF.

GetLastMailedDate.
    MOVE SPACES TO WS-LastMailedDate
    MOVE ContactId TO WS-MemberSeekId
    MOVE WS-MemberSeekId TO MemberContactId
    MOVE 0 TO MemberCampaignId
    MOVE "NO" TO WS-CampaignEOF
    START CampMembFile KEY IS NOT LESS THAN MemberContactId
        INVALID KEY MOVE "YES" TO WS-CampaignEOF
    END-START
    PERFORM ScanMemberMailDates UNTIL WS-CampaignEOF = "YES".

ScanMemberMailDates.
    READ CampMembFile NEXT RECORD
        AT END MOVE "YES" TO WS-CampaignEOF
        NOT AT END
            IF MemberContactId = WS-MemberSeekId
                IF MemberMailDate > WS-LastMailedDate
                    PERFORM CheckEmailCampaign
                    IF WS-CampaignIsEmail = "NO"
                        MOVE MemberMailDate TO WS-LastMailedDate
                    END-IF
                END-IF
            ELSE
                MOVE "YES" TO WS-CampaignEOF
            END-IF
    END-READ.

OpenCampaignTypeLookup.
    MOVE "NO" TO WS-CampaignsAvailable
    OPEN INPUT CampaignFile
    IF WS-CampaignFileStatus = "00"
        MOVE "YES" TO WS-CampaignsAvailable
    END-IF.

CloseCampaignTypeLookup.
    IF WS-CampaignsAvailable = "YES"
        CLOSE CampaignFile
        MOVE "NO" TO WS-CampaignsAvailable
    END-IF.

CheckEmailCampaign.
    MOVE "NO" TO WS-CampaignIsEmail
    IF WS-CampaignsAvailable = "YES"
        MOVE MemberCampaignId TO CampaignId
        READ CampaignFile RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CampaignDesc(1:7) = "EMAIL: "
                    MOVE "YES" TO WS-CampaignIsEmail
                END-IF
        END-READ
    END-IF.

WriteCampaignMember.
    IF WS-MembersAvailable = "YES"
        MOVE WS-NextCampaignId TO MemberCampaignId
        MOVE ContactId TO MemberContactId
        MOVE WS-TodayDate TO MemberMailDate
        WRITE CampMembRecord
            INVALID KEY
                CONTINUE
        END-WRITE
    END-IF.

RecordCampaignRun.
    OPEN I-O CampaignFile
    IF WS-CampaignFileStatus = "35"
        OPEN OUTPUT CampaignFile
        CLOSE CampaignFile
        OPEN I-O CampaignFile
    END-IF
    IF WS-CampaignFileStatus = "00"
        MOVE WS-NextCampaignId TO CampaignId
        MOVE WS-TodayDate TO CampaignDate
        MOVE WS-CampaignDesc TO CampaignDesc
        MOVE WS-MailingCount TO CampaignCount
        WRITE CampaignRecord
            INVALID KEY
                CONTINUE
        END-WRITE
        CLOSE CampaignFile
    END-IF.

GetNextCampaignIdByScan.
    MOVE 0 TO WS-NextCampaignId
    MOVE "NO" TO WS-CampaignEOF
    OPEN INPUT CampaignFile
    IF WS-CampaignFileStatus = "00"
        PERFORM FindMaxCampaignId UNTIL WS-CampaignEOF = "YES"
        CLOSE CampaignFile
    END-IF
    ADD 1 TO WS-NextCampaignId.

FindMaxCampaignId.
    READ CampaignFile NEXT RECORD
        AT END MOVE "YES" TO WS-CampaignEOF
        NOT AT END
            IF CampaignId > WS-NextCampaignId
                MOVE CampaignId TO WS-NextCampaignId
            END-IF
    END-READ.

DisplayCampaignHistoryScreen.
    MOVE WS-ContactId TO WS-MemberSeekId
    MOVE "C" TO RESPONSE-IN-WS
    MOVE 0 TO WS-CampHistCount
    MOVE "NO" TO WS-CampaignEOF
    MOVE "NO" TO WS-CampaignsAvailable
    OPEN INPUT CampaignFile
    IF WS-CampaignFileStatus = "00"
        MOVE "YES" TO WS-CampaignsAvailable
    END-IF
    OPEN INPUT CampMembFile
    IF WS-CampMembFileStatus = "00"
        MOVE WS-MemberSeekId TO MemberContactId
        MOVE 0 TO MemberCampaignId
        START CampMembFile KEY IS NOT LESS THAN MemberContactId
            INVALID KEY MOVE "YES" TO WS-CampaignEOF
        END-START
        PERFORM CampaignHistoryLoop
            UNTIL WS-CampaignEOF = "YES" OR RESPONSE-IN-WS = "Q" OR "q"
        CLOSE CampMembFile
    END-IF
    IF WS-CampaignsAvailable = "YES"
        CLOSE CampaignFile
    END-IF
    IF WS-CampHistCount = 0
        DISPLAY CLEAR-SCREEN
        DISPLAY CAMPAIGN-HISTORY-SCREEN-HEADER
        DISPLAY CAMPAIGN-HISTORY-NONE-SCREEN
        ACCEPT CAMPAIGN-HISTORY-NONE-INPUT
    END-IF.

CampaignHistoryLoop.
    READ CampMembFile NEXT RECORD
        AT END MOVE "YES" TO WS-CampaignEOF
        NOT AT END
            IF MemberContactId NOT = WS-MemberSeekId
                MOVE "YES" TO WS-CampaignEOF
            ELSE
                ADD 1 TO WS-CampHistCount
                MOVE MemberCampaignId TO WS-CampHistCampaignId
                MOVE MemberMailDate TO WS-CampHistDate
                MOVE SPACES TO WS-CampHistDesc
                IF WS-CampaignsAvailable = "YES"
                    MOVE MemberCampaignId TO CampaignId
                    READ CampaignFile RECORD
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE CampaignDesc TO WS-CampHistDesc
                    END-READ
                END-IF
                DISPLAY CAMPAIGN-HISTORY-SCREEN-HEADER
                DISPLAY CAMPAIGN-HISTORY-SECTION
                DISPLAY CAMPAIGN-HISTORY-MENU
                ACCEPT CAMPAIGN-HISTORY-MENU-INPUT
            END-IF
    END-READ.

DisplayCampaignRecapScreen.
    MOVE 0 TO WS-RecapCampaignId
    DISPLAY CAMPAIGN-RECAP-SCREEN-HEADER
    DISPLAY CAMPAIGN-RECAP-PROMPT-SECTION
    ACCEPT CAMPAIGN-RECAP-ID-INPUT
    IF WS-RecapCampaignId > 0
        PERFORM PrintCampaignRecapReport
        DISPLAY CLEAR-SCREEN
        DISPLAY CAMPAIGN-RECAP-SCREEN-HEADER
        DISPLAY CAMPAIGN-RECAP-CONFIRM-SCREEN
        ACCEPT CAMPAIGN-RECAP-CONTINUE-INPUT
    END-IF.

PrintCampaignRecapReport.
    MOVE 0 TO WS-RecapCount
    MOVE 0 TO WS-RecapResponded WS-RecapReturned WS-RecapOptedOut
    MOVE 0 TO WS-RecapCatUsed
    MOVE SPACES TO WS-CampHistDate WS-CampHistDesc
    OPEN INPUT CampaignFile
    IF WS-CampaignFileStatus = "00"
        MOVE WS-RecapCampaignId TO CampaignId
        READ CampaignFile RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE CampaignDate TO WS-CampHistDate
                MOVE CampaignDesc TO WS-CampHistDesc
        END-READ
        CLOSE CampaignFile
    END-IF
    OPEN OUTPUT CampaignReportFile
    MOVE SPACES TO CampaignReportLine
    STRING "Campaign Recap - #" DELIMITED BY SIZE
        WS-RecapCampaignId DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        WS-CampHistDate DELIMITED BY SIZE
        INTO CampaignReportLine
    END-STRING
    WRITE CampaignReportLine
    MOVE SPACES TO CampaignReportLine
    STRING "Description: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-CampHistDesc) DELIMITED BY SIZE
        INTO CampaignReportLine
    END-STRING
    WRITE CampaignReportLine
    MOVE SPACES TO CampaignReportLine
    WRITE CampaignReportLine
    MOVE "NO" TO WS-CampaignEOF
    OPEN INPUT CampMembFile
    IF WS-CampMembFileStatus = "00"
        MOVE WS-RecapCampaignId TO MemberCampaignId
        MOVE 0 TO MemberContactId
        START CampMembFile KEY IS NOT LESS THAN CampMembKey
            INVALID KEY MOVE "YES" TO WS-CampaignEOF
        END-START
        MOVE "NO" TO WS-RespAvailable
        OPEN INPUT CampRespFile
        IF WS-CampRespFileStatus = "00"
            MOVE "YES" TO WS-RespAvailable
        END-IF
        OPEN INPUT ContactsFile
        PERFORM WriteCampaignRecapLine UNTIL WS-CampaignEOF = "YES"
        CLOSE ContactsFile
        IF WS-RespAvailable = "YES"
            CLOSE CampRespFile
        END-IF
        CLOSE CampMembFile
    END-IF
    IF WS-RecapCount = 0
        MOVE "  (NO CONTACTS ON THIS CAMPAIGN)" TO CampaignReportLine
        WRITE CampaignReportLine
    END-IF
    MOVE SPACES TO CampaignReportLine
    WRITE CampaignReportLine
    MOVE WS-RecapCount TO WS-RecapCountEdit
    MOVE SPACES TO CampaignReportLine
    STRING "Total Mailed: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-RecapCountEdit) DELIMITED BY SIZE
        INTO CampaignReportLine
    END-STRING
    WRITE CampaignReportLine
    MOVE WS-RecapResponded TO WS-RecapCountEdit
    MOVE SPACES TO CampaignReportLine
    STRING "Total Responded: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-RecapCountEdit) DELIMITED BY SIZE
        INTO CampaignReportLine
    END-STRING
    WRITE CampaignReportLine
    MOVE WS-RecapReturned TO WS-RecapCountEdit
    MOVE SPACES TO CampaignReportLine
    STRING "Total Returned: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-RecapCountEdit) DELIMITED BY SIZE
        INTO CampaignReportLine
    END-STRING
    WRITE CampaignReportLine
    MOVE WS-RecapOptedOut TO WS-RecapCountEdit
    MOVE SPACES TO CampaignReportLine
    STRING "Total Opted Out: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-RecapCountEdit) DELIMITED BY SIZE
        INTO CampaignReportLine
    END-STRING
    WRITE CampaignReportLine
    IF WS-RecapCatUsed > 0
        MOVE SPACES TO CampaignReportLine
        WRITE CampaignReportLine
        MOVE "RESULTS BY CATEGORY" TO CampaignReportLine
        WRITE CampaignReportLine
        MOVE "  CATEGORY    MAILED  RESPONDED  RETURNED  OPTED OUT"
            TO CampaignReportLine
        WRITE CampaignReportLine
        MOVE 1 TO WS-RecapCatIx
        PERFORM WriteRecapCategoryLine
            UNTIL WS-RecapCatIx > WS-RecapCatUsed
    END-IF
    CLOSE CampaignReportFile.

WriteRecapCategoryLine.
    MOVE WS-RecapCatName(WS-RecapCatIx) TO WS-RecapCatLineName
    MOVE WS-RecapCatMailed(WS-RecapCatIx) TO WS-RecapCatLineMailed
    MOVE WS-RecapCatResponded(WS-RecapCatIx) TO WS-RecapCatLineResponded
    MOVE WS-RecapCatReturned(WS-RecapCatIx) TO WS-RecapCatLineReturned
    MOVE WS-RecapCatOptedOut(WS-RecapCatIx) TO WS-RecapCatLineOptedOut
    MOVE WS-RecapCatLine TO CampaignReportLine
    WRITE CampaignReportLine
    ADD 1 TO WS-RecapCatIx.

WriteCampaignRecapLine.
    READ CampMembFile NEXT RECORD
        AT END MOVE "YES" TO WS-CampaignEOF
        NOT AT END
            IF MemberCampaignId NOT = WS-RecapCampaignId
                MOVE "YES" TO WS-CampaignEOF
            ELSE
                ADD 1 TO WS-RecapCount
                PERFORM LookupCampaignOutcome
                MOVE MemberContactId TO ContactId
                READ ContactsFile RECORD IGNORING LOCK
                    INVALID KEY
                        MOVE "(DELETED)" TO WS-RecapCatSeek
                        MOVE SPACES TO CampaignReportLine
                        STRING "  " DELIMITED BY SIZE
                            MemberContactId DELIMITED BY SIZE
                            "  (NO LONGER ON FILE)  " DELIMITED BY SIZE
                            WS-RespOutcomeText DELIMITED BY SIZE
                            INTO CampaignReportLine
                        END-STRING
                    NOT INVALID KEY
                        IF Category = SPACES
                            MOVE "(NONE)" TO WS-RecapCatSeek
                        ELSE
                            MOVE FUNCTION UPPER-CASE(Category)
                                TO WS-RecapCatSeek
                        END-IF
                        MOVE SPACES TO CampaignReportLine
                        STRING "  " DELIMITED BY SIZE
                            ContactId DELIMITED BY SIZE
                            "  " DELIMITED BY SIZE
                            FirstName DELIMITED BY SPACE
                            " " DELIMITED BY SIZE
                            LastName DELIMITED BY SPACE
                            "  " DELIMITED BY SIZE
                            MemberMailDate DELIMITED BY SIZE
                            "  " DELIMITED BY SIZE
                            WS-RespOutcomeText DELIMITED BY SIZE
                            INTO CampaignReportLine
                        END-STRING
                END-READ
                WRITE CampaignReportLine
                PERFORM TallyRecapCategory
            END-IF
    END-READ.

LookupCampaignOutcome.
    MOVE SPACE TO WS-RespFoundOutcome
    MOVE SPACES TO WS-RespOutcomeText
    IF WS-RespAvailable = "YES"
        MOVE MemberCampaignId TO RespCampaignId
        MOVE MemberContactId TO RespContactId
        READ CampRespFile RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE RespOutcome TO WS-RespFoundOutcome
        END-READ
    END-IF
    EVALUATE WS-RespFoundOutcome
        WHEN "R"
            ADD 1 TO WS-RecapResponded
            STRING "RESPONDED " DELIMITED BY SIZE
                RespDate DELIMITED BY SIZE
                INTO WS-RespOutcomeText
            END-STRING
        WHEN "U"
            ADD 1 TO WS-RecapReturned
            STRING "RETURNED " DELIMITED BY SIZE
                RespDate DELIMITED BY SIZE
                INTO WS-RespOutcomeText
            END-STRING
        WHEN "O"
            ADD 1 TO WS-RecapOptedOut
            STRING "OPTED OUT " DELIMITED BY SIZE
                RespDate DELIMITED BY SIZE
                INTO WS-RespOutcomeText
            END-STRING
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

TallyRecapCategory.
    MOVE 0 TO WS-RecapCatFoundIx
    MOVE 1 TO WS-RecapCatIx
    PERFORM SeekRecapCategory
        UNTIL WS-RecapCatFoundIx > 0 OR WS-RecapCatIx > WS-RecapCatUsed
    IF WS-RecapCatFoundIx = 0 AND WS-RecapCatUsed < 100
        ADD 1 TO WS-RecapCatUsed
        MOVE WS-RecapCatSeek TO WS-RecapCatName(WS-RecapCatUsed)
        MOVE 0 TO WS-RecapCatMailed(WS-RecapCatUsed)
        MOVE 0 TO WS-RecapCatResponded(WS-RecapCatUsed)
        MOVE 0 TO WS-RecapCatReturned(WS-RecapCatUsed)
        MOVE 0 TO WS-RecapCatOptedOut(WS-RecapCatUsed)
        MOVE WS-RecapCatUsed TO WS-RecapCatFoundIx
    END-IF
    IF WS-RecapCatFoundIx > 0
        ADD 1 TO WS-RecapCatMailed(WS-RecapCatFoundIx)
        EVALUATE WS-RespFoundOutcome
            WHEN "R"
                ADD 1 TO WS-RecapCatResponded(WS-RecapCatFoundIx)
            WHEN "U"
                ADD 1 TO WS-RecapCatReturned(WS-RecapCatFoundIx)
            WHEN "O"
                ADD 1 TO WS-RecapCatOptedOut(WS-RecapCatFoundIx)
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

SeekRecapCategory.
    IF WS-RecapCatName(WS-RecapCatIx) = WS-RecapCatSeek
        MOVE WS-RecapCatIx TO WS-RecapCatFoundIx
    ELSE
        ADD 1 TO WS-RecapCatIx
    END-IF.

OpenReturnedMailFlags.
    MOVE "NO" TO WS-RetMailAvailable
    OPEN INPUT RetMailFile
    IF WS-RetMailFileStatus = "00"
        MOVE "YES" TO WS-RetMailAvailable
    END-IF.

CheckReturnedMail.
    MOVE "NO" TO WS-MailReturned
    IF WS-RetMailAvailable = "YES"
        MOVE ContactId TO RetMailContactId
        READ RetMailFile RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF RetMailAddress = MailingAddress
                    MOVE "YES" TO WS-MailReturned
                END-IF
        END-READ
    END-IF.

ClearReturnedMailFlag.
    IF WS-RetMailAvailable = "YES"
        MOVE ContactId TO RetMailContactId
        DELETE RetMailFile RECORD
            INVALID KEY
                CONTINUE
        END-DELETE
    END-IF.

DisplayCampaignResponseScreen.
    MOVE "R" TO RESPONSE-IN-WS
    PERFORM CampaignResponseEntry
        UNTIL NOT (RESPONSE-IN-WS = "R" OR "r").

CampaignResponseEntry.
    MOVE 0 TO WS-RespCampaignId
    MOVE 0 TO WS-RespContactId
    MOVE SPACE TO WS-RespOutcome
    MOVE SPACES TO WS-RespDate
    DISPLAY CLEAR-SCREEN
    DISPLAY CAMPAIGN-RESPONSE-SCREEN-HEADER
    DISPLAY CAMPAIGN-RESPONSE-PROMPT-SECTION
    ACCEPT CAMPAIGN-RESPONSE-PROMPT-SECTION
    PERFORM RecordCampaignOutcome
    DISPLAY CAMPAIGN-RESPONSE-RESULT-SCREEN
    ACCEPT CAMPAIGN-RESPONSE-MENU-INPUT.

RecordCampaignOutcome.
    MOVE "NO" TO WS-RespOk
    MOVE SPACES TO WS-RespMessage
    MOVE FUNCTION UPPER-CASE(WS-RespOutcome) TO WS-RespOutcome
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    IF WS-RespDate = SPACES
        MOVE WS-CurrentDateTime(1:8) TO WS-RespDate
    END-IF
    EVALUATE TRUE
        WHEN NOT (WS-RespOutcome = "R" OR "U" OR "O")
            MOVE "OUTCOME MUST BE R, U OR O" TO WS-RespMessage
        WHEN WS-RespDate NOT NUMERIC
            MOVE "OUTCOME DATE MUST BE YYYYMMDD" TO WS-RespMessage
        WHEN OTHER
            PERFORM CheckCampaignMember
            IF WS-RespMemberFound = "YES"
                PERFORM WriteCampaignOutcome
            ELSE
                MOVE "CONTACT WAS NOT MAILED ON THAT CAMPAIGN"
                    TO WS-RespMessage
            END-IF
    END-EVALUATE.

CheckCampaignMember.
    MOVE "NO" TO WS-RespMemberFound
    OPEN INPUT CampMembFile
    IF WS-CampMembFileStatus = "00"
        MOVE WS-RespCampaignId TO MemberCampaignId
        MOVE WS-RespContactId TO MemberContactId
        READ CampMembFile RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "YES" TO WS-RespMemberFound
        END-READ
        CLOSE CampMembFile
    END-IF.

WriteCampaignOutcome.
    MOVE "NO" TO WS-RespContactFound
    OPEN I-O ContactsFile
    MOVE WS-RespContactId TO ContactId
    READ ContactsFile RECORD IGNORING LOCK
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "YES" TO WS-RespContactFound
    END-READ
    IF WS-RespContactFound = "NO"
        MOVE "CONTACT IS NO LONGER ON FILE" TO WS-RespMessage
    ELSE
        OPEN I-O CampRespFile
        IF WS-CampRespFileStatus = "35"
            OPEN OUTPUT CampRespFile
            CLOSE CampRespFile
            OPEN I-O CampRespFile
        END-IF
        IF WS-CampRespFileStatus = "00"
            PERFORM ResolveOperator
            MOVE WS-RespCampaignId TO RespCampaignId
            MOVE WS-RespContactId TO RespContactId
            MOVE WS-RespOutcome TO RespOutcome
            MOVE WS-RespDate TO RespDate
            MOVE WS-Operator TO RespOperator
            MOVE "YES" TO WS-RespOk
            WRITE CampRespRecord
                INVALID KEY
                    REWRITE CampRespRecord
                        INVALID KEY
                            MOVE "NO" TO WS-RespOk
                    END-REWRITE
            END-WRITE
            CLOSE CampRespFile
        END-IF
        IF WS-RespOk = "YES"
            MOVE "OUTCOME RECORDED" TO WS-RespMessage
            EVALUATE WS-RespOutcome
                WHEN "U"
                    PERFORM FlagReturnedMail
                WHEN "O"
                    PERFORM ApplyCampaignOptOut
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        ELSE
            MOVE "UNABLE TO WRITE CAMPRESP.DAT" TO WS-RespMessage
        END-IF
    END-IF
    CLOSE ContactsFile.

FlagReturnedMail.
    OPEN I-O RetMailFile
    IF WS-RetMailFileStatus = "35"
        OPEN OUTPUT RetMailFile
        CLOSE RetMailFile
        OPEN I-O RetMailFile
    END-IF
    IF WS-RetMailFileStatus = "00"
        MOVE ContactId TO RetMailContactId
        MOVE WS-RespCampaignId TO RetMailCampaignId
        MOVE WS-RespDate TO RetMailDate
        MOVE MailingAddress TO RetMailAddress
        WRITE RetMailRecord
            INVALID KEY
                REWRITE RetMailRecord
                    INVALID KEY
                        CONTINUE
                END-REWRITE
        END-WRITE
        CLOSE RetMailFile
        MOVE "OUTCOME RECORDED - HELD FROM MAILINGS UNTIL ADDRESS FIXED"
            TO WS-RespMessage
    END-IF.

ApplyCampaignOptOut.
    MOVE WS-RespContactId TO WS-SelectedContactId
    MOVE WS-RespContactId TO ContactId
    READ ContactsFile RECORD WITH LOCK
        INVALID KEY
            CONTINUE
    END-READ
    EVALUATE WS-ContactsFileStatus
        WHEN "00"
            IF NoMailFlag NOT = "Y"
                MOVE Contact TO WS-AuditBeforeName
                MOVE "Y" TO NoMailFlag
                MOVE SPACES TO ConsentReason
                STRING "OPTED OUT ON CAMPAIGN " DELIMITED BY SIZE
                    WS-RespCampaignId DELIMITED BY SIZE
                    INTO ConsentReason
                END-STRING
                MOVE WS-RespDate TO ConsentDate
                MOVE "YES" TO WS-WriteOk
                REWRITE Contact
                    INVALID KEY
                        MOVE "NO" TO WS-WriteOk
                END-REWRITE
                IF WS-WriteOk = "YES"
                    MOVE "UPDATE" TO WS-AuditAction
                    MOVE ContactId TO WS-AuditContactId
                    MOVE Contact TO WS-AuditAfterName
                    PERFORM WriteAuditLogEntry
                    MOVE "OUTCOME RECORDED - NO-MAIL FLAG SET"
                        TO WS-RespMessage
                END-IF
            END-IF
            UNLOCK ContactsFile
        WHEN "51"
            MOVE "OUTCOME RECORDED - CONTACT IN USE, NO-MAIL NOT SET"
                TO WS-RespMessage
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

FindLatestCampaignForContact.
    MOVE 0 TO WS-RespCampaignId
    MOVE SPACES TO WS-RespLatestDate
    OPEN INPUT CampMembFile
    IF WS-CampMembFileStatus = "00"
        MOVE WS-RespContactId TO WS-MemberSeekId
        MOVE WS-MemberSeekId TO MemberContactId
        MOVE 0 TO MemberCampaignId
        MOVE "NO" TO WS-CampaignEOF
        START CampMembFile KEY IS NOT LESS THAN MemberContactId
            INVALID KEY MOVE "YES" TO WS-CampaignEOF
        END-START
        PERFORM OpenCampaignTypeLookup
        PERFORM ScanLatestCampaign UNTIL WS-CampaignEOF = "YES"
        PERFORM CloseCampaignTypeLookup
        CLOSE CampMembFile
    END-IF.

ScanLatestCampaign.
    READ CampMembFile NEXT RECORD
        AT END MOVE "YES" TO WS-CampaignEOF
        NOT AT END
            IF MemberContactId = WS-MemberSeekId
                IF MemberMailDate > WS-RespLatestDate
                    OR (MemberMailDate = WS-RespLatestDate
                        AND MemberCampaignId > WS-RespCampaignId)
                    PERFORM CheckEmailCampaign
                    IF WS-CampaignIsEmail = "NO"
                        MOVE MemberMailDate TO WS-RespLatestDate
                        MOVE MemberCampaignId TO WS-RespCampaignId
                    END-IF
                END-IF
            ELSE
                MOVE "YES" TO WS-CampaignEOF
            END-IF
    END-READ.

LoadReturnedMailList.
    MOVE 0 TO WS-ReturnsLineNum WS-ReturnsLoaded WS-ReturnsRejected
    MOVE "NO" TO WS-ReturnsOpenOk
    OPEN INPUT ReturnedListFile
    IF WS-ReturnedListStatus = "00"
        MOVE "YES" TO WS-ReturnsOpenOk
        MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
        OPEN OUTPUT ReturnsReportFile
        MOVE SPACES TO ReturnsReportLine
        STRING "Returned Mail Load " DELIMITED BY SIZE
            WS-CurrentDateTime(1:14) DELIMITED BY SIZE
            INTO ReturnsReportLine
        END-STRING
        WRITE ReturnsReportLine
        MOVE SPACES TO ReturnsReportLine
        WRITE ReturnsReportLine
        MOVE "  LINE  CAMPAIGN CONTACT  RESULT" TO ReturnsReportLine
        WRITE ReturnsReportLine
        MOVE "NO" TO WS-ReturnsEOF
        PERFORM LoadReturnedMailLine UNTIL WS-ReturnsEOF = "YES"
        CLOSE ReturnedListFile
        MOVE SPACES TO ReturnsReportLine
        WRITE ReturnsReportLine
        MOVE WS-ReturnsLoaded TO WS-ReturnsEdit
        MOVE SPACES TO ReturnsReportLine
        STRING "Returns Recorded: " DELIMITED BY SIZE
            FUNCTION TRIM(WS-ReturnsEdit) DELIMITED BY SIZE
            INTO ReturnsReportLine
        END-STRING
        WRITE ReturnsReportLine
        MOVE WS-ReturnsRejected TO WS-ReturnsEdit
        MOVE SPACES TO ReturnsReportLine
        STRING "Lines Rejected: " DELIMITED BY SIZE
            FUNCTION TRIM(WS-ReturnsEdit) DELIMITED BY SIZE
            INTO ReturnsReportLine
        END-STRING
        WRITE ReturnsReportLine
        CLOSE ReturnsReportFile
    END-IF.

LoadReturnedMailLine.
    READ ReturnedListFile
        AT END MOVE "YES" TO WS-ReturnsEOF
        NOT AT END
            ADD 1 TO WS-ReturnsLineNum
            IF ReturnedListLine = SPACES OR ReturnedListLine(1:1) = "*"
                CONTINUE
            ELSE
                PERFORM ProcessReturnedMailLine
            END-IF
    END-READ.

ProcessReturnedMailLine.
    MOVE SPACES TO WS-ReturnsRaw1 WS-ReturnsRaw2 WS-ReturnsRaw3
    UNSTRING ReturnedListLine DELIMITED BY ","
        INTO WS-ReturnsRaw1 WS-ReturnsRaw2 WS-ReturnsRaw3
    END-UNSTRING
    MOVE 0 TO WS-RespCampaignId WS-RespContactId
    MOVE "U" TO WS-RespOutcome
    MOVE FUNCTION TRIM(WS-ReturnsRaw3) TO WS-RespDate
    MOVE SPACES TO WS-RespMessage
    MOVE "NO" TO WS-RespOk
    COMPUTE WS-ImportNumCheck = FUNCTION TEST-NUMVAL(WS-ReturnsRaw2)
    IF WS-ImportNumCheck = 0 AND WS-ReturnsRaw2 NOT = SPACES
        COMPUTE WS-RespContactId = FUNCTION NUMVAL(WS-ReturnsRaw2)
    ELSE
        MOVE "CONTACT ID IS NOT NUMERIC" TO WS-RespMessage
    END-IF
    IF WS-RespMessage = SPACES AND WS-ReturnsRaw1 NOT = SPACES
        COMPUTE WS-ImportNumCheck = FUNCTION TEST-NUMVAL(WS-ReturnsRaw1)
        IF WS-ImportNumCheck = 0
            COMPUTE WS-RespCampaignId = FUNCTION NUMVAL(WS-ReturnsRaw1)
        ELSE
            MOVE "CAMPAIGN ID IS NOT NUMERIC" TO WS-RespMessage
        END-IF
    END-IF
    IF WS-RespMessage = SPACES AND WS-RespCampaignId = 0
        PERFORM FindLatestCampaignForContact
        IF WS-RespCampaignId = 0
            MOVE "CONTACT WAS NOT MAILED ON ANY CAMPAIGN"
                TO WS-RespMessage
        END-IF
    END-IF
    IF WS-RespMessage = SPACES
        PERFORM RecordCampaignOutcome
    END-IF
    IF WS-RespOk = "YES"
        ADD 1 TO WS-ReturnsLoaded
    ELSE
        ADD 1 TO WS-ReturnsRejected
    END-IF
    MOVE WS-ReturnsLineNum TO WS-ReturnsEdit
    MOVE SPACES TO ReturnsReportLine
    STRING WS-ReturnsEdit DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        WS-RespCampaignId DELIMITED BY SIZE
        "   " DELIMITED BY SIZE
        WS-RespContactId DELIMITED BY SIZE
        "   " DELIMITED BY SIZE
        WS-RespMessage DELIMITED BY SIZE
        INTO ReturnsReportLine
    END-STRING
    WRITE ReturnsReportLine.

ResolveMailingAddress.
    MOVE SPACES TO WS-MailCompany
    MOVE AddressStreet TO WS-MailStreet
    MOVE AddressCity TO WS-MailCity
    MOVE AddressState TO WS-MailState
    MOVE AddressZip TO WS-MailZip
    IF WS-CompanyAvailable = "YES" AND ContactCompanyId > 0
        MOVE ContactCompanyId TO CompanyId
        READ CompanyFile RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CompanyAddress NOT = SPACES
                    MOVE CompanyAddress TO WS-AddrBlob
                    PERFORM ParseAddressBlob
                    MOVE WS-ParsedStreet TO WS-MailStreet
                    MOVE WS-ParsedCity TO WS-MailCity
                    MOVE WS-ParsedState TO WS-MailState
                    MOVE WS-ParsedZip TO WS-MailZip
                    MOVE CompanyName TO WS-MailCompany
                END-IF
        END-READ
    END-IF
    PERFORM BuildMailCityLine
    PERFORM BuildMailAddrLine.

BuildMailCityLine.
    MOVE SPACES TO WS-MailCityLine
    IF WS-MailCity NOT = SPACES
        STRING FUNCTION TRIM(WS-MailCity) DELIMITED BY SIZE
            ", " DELIMITED BY SIZE
            WS-MailState DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(WS-MailZip) DELIMITED BY SIZE
            INTO WS-MailCityLine
        END-STRING
    ELSE
        STRING WS-MailState DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(WS-MailZip) DELIMITED BY SIZE
            INTO WS-MailCityLine
        END-STRING
    END-IF.

BuildMailAddrLine.
    MOVE SPACES TO WS-MailAddrLine
    STRING FUNCTION TRIM(WS-MailStreet) DELIMITED BY SIZE
        ", " DELIMITED BY SIZE
        FUNCTION TRIM(WS-MailCityLine) DELIMITED BY SIZE
        INTO WS-MailAddrLine
    END-STRING.

BuildLabelNameLine.
    MOVE SPACES TO WS-LabelNameWork
    STRING FUNCTION TRIM(FirstName) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(LastName) DELIMITED BY SIZE
        INTO WS-LabelNameWork
    END-STRING.

WriteLabelRow.
    MOVE SPACES TO WS-LabelRow
    MOVE WS-LabelName1 TO WS-LabelCell1
    MOVE WS-LabelName2 TO WS-LabelCell2
    MOVE WS-LabelName3 TO WS-LabelCell3
    MOVE WS-LabelRow TO LabelLine
    WRITE LabelLine
    MOVE SPACES TO WS-LabelRow
    MOVE WS-LabelAddress1 TO WS-LabelCell1
    MOVE WS-LabelAddress2 TO WS-LabelCell2
    MOVE WS-LabelAddress3 TO WS-LabelCell3
    MOVE WS-LabelRow TO LabelLine
    WRITE LabelLine
    MOVE SPACES TO WS-LabelRow
    MOVE WS-LabelAddrExt1 TO WS-LabelCell1
    MOVE WS-LabelAddrExt2 TO WS-LabelCell2
    MOVE WS-LabelAddrExt3 TO WS-LabelCell3
    MOVE WS-LabelRow TO LabelLine
    WRITE LabelLine
    MOVE SPACES TO LabelLine
    WRITE LabelLine
    MOVE SPACES TO WS-LabelName1 WS-LabelName2 WS-LabelName3
    MOVE SPACES TO WS-LabelAddress1 WS-LabelAddress2 WS-LabelAddress3
    MOVE SPACES TO WS-LabelAddrExt1 WS-LabelAddrExt2 WS-LabelAddrExt3
    MOVE 0 TO WS-LabelColumn.

WriteMailMergeBlock.
    MOVE SPACES TO MailMergeLine
    STRING "NAME: " DELIMITED BY SIZE
        FUNCTION TRIM(FirstName) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(LastName) DELIMITED BY SIZE
        INTO MailMergeLine
    END-STRING
    WRITE MailMergeLine
    MOVE SPACES TO MailMergeLine
    STRING "ADDRESS: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-MailAddrLine) DELIMITED BY SIZE
        INTO MailMergeLine
    END-STRING
    WRITE MailMergeLine
    MOVE SPACES TO MailMergeLine
    WRITE MailMergeLine.

WritePresortMailingRun.
    MOVE 0 TO WS-MailingCount
    MOVE 0 TO WS-LabelColumn
    MOVE SPACES TO WS-LabelName1 WS-LabelName2 WS-LabelName3
    IF WS-CompanyFileStatus = "00"
        MOVE "YES" TO WS-CompanyAvailable
    END-IF
    MOVE "LABELS/PRESORT" TO WS-SuppressRun
    PERFORM OpenSuppressionReport
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    MOVE WS-CurrentDateTime(1:8) TO WS-TodayDate
    IF WS-CampMembFileStatus = "00"
        MOVE "YES" TO WS-MembersAvailable
    END-IF
    PERFORM OpenCampaignTypeLookup
    MOVE 0 TO WS-SkippedReturned
    MOVE 0 TO WS-HouseholdSaved
    PERFORM OpenReturnedMailFlags
    MOVE 0 TO WS-Zip3Used
    IF WS-HouseholdFlag = "Y"
        SORT PresortSortFile ON ASCENDING KEY SortHouseKey
            INPUT PROCEDURE IS ReleasePresortRecords
            OUTPUT PROCEDURE IS ReturnPresortRecords
    ELSE
        SORT PresortSortFile ON ASCENDING KEY SortZip
            INPUT PROCEDURE IS ReleasePresortRecords
            OUTPUT PROCEDURE IS ReturnPresortRecords
    END-IF
    IF WS-LabelColumn > 0
        PERFORM WriteLabelRow
    END-IF
    PERFORM WriteZipPrefixCounts
    IF WS-HouseholdFlag = "Y"
        PERFORM WriteHouseholdSavedLine
    END-IF
    IF WS-CompanyAvailable = "YES"
        CLOSE CompanyFile
    END-IF
    CLOSE LabelFile
    CLOSE MailMergeFile
    IF WS-MembersAvailable = "YES"
        CLOSE CampMembFile
    END-IF
    PERFORM CloseCampaignTypeLookup
    IF WS-RetMailAvailable = "YES"
        CLOSE RetMailFile
    END-IF
    PERFORM RecordCampaignRun
    PERFORM CloseSuppressionReport.

ReleasePresortRecords.
    MOVE "NO" TO WS-EOF
    OPEN INPUT ContactsFile
    PERFORM ReleasePresortContact UNTIL WS-EOF = "YES"
    CLOSE ContactsFile.

ReleasePresortContact.
    READ ContactsFile NEXT RECORD IGNORING LOCK
        AT END MOVE "YES" TO WS-EOF
        NOT AT END
            IF (WS-CategoryFilterUpper = SPACES
                OR FUNCTION UPPER-CASE(Category) = WS-CategoryFilterUpper)
                AND NoMailFlag = "Y"
                MOVE "NO-MAIL FLAG" TO WS-SuppressReason
                PERFORM WriteSuppressionLine
            END-IF
            IF (WS-CategoryFilterUpper = SPACES
                OR FUNCTION UPPER-CASE(Category) = WS-CategoryFilterUpper)
                AND NoMailFlag NOT = "Y"
                PERFORM CheckReturnedMail
                PERFORM CheckRecentlyMailed
                EVALUATE TRUE
                    WHEN WS-MailReturned = "YES"
                        ADD 1 TO WS-SkippedReturned
                        MOVE "RETURNED MAIL" TO WS-SuppressReason
                        PERFORM WriteSuppressionLine
                    WHEN WS-MailSkip = "YES"
                        ADD 1 TO WS-SkippedRecent
                        MOVE "RECENTLY MAILED" TO WS-SuppressReason
                        PERFORM WriteSuppressionLine
                    WHEN OTHER
                        ADD 1 TO WS-MailingCount
                        PERFORM WriteCampaignMember
                        PERFORM ResolveMailingAddress
                        PERFORM BuildLabelNameLine
                        MOVE SPACES TO PresortRec
                        MOVE WS-MailZip TO SortZip
                        MOVE WS-LabelNameWork TO SortName
                        MOVE WS-MailStreet TO SortStreet
                        MOVE WS-MailCityLine TO SortCityLine
                        MOVE WS-MailAddrLine TO SortAddrLine
                        PERFORM BuildHouseholdKey
                        MOVE WS-HhKey TO SortHouseKey
                        MOVE FirstName TO SortFirst
                        MOVE LastName TO SortLast
                        MOVE WS-MailCompany TO SortCompany
                        RELEASE PresortRec
                END-EVALUATE
            END-IF
    END-READ.

ReturnPresortRecords.
    MOVE "NO" TO WS-SortEOF
    MOVE 0 TO WS-HhCount
    PERFORM ReturnPresortRecord UNTIL WS-SortEOF = "YES".

ReturnPresortRecord.
    RETURN PresortSortFile
        AT END
            MOVE "YES" TO WS-SortEOF
            IF WS-HhCount > 0
                PERFORM WriteHouseholdPiece
            END-IF
        NOT AT END
            IF WS-HouseholdFlag = "Y"
                IF WS-HhCount > 0 AND SortHouseKey NOT = WS-HhCurrentKey
                    PERFORM WriteHouseholdPiece
                END-IF
                PERFORM AddHouseholdMember
            ELSE
                MOVE SortZip TO WS-PieceZip
                MOVE SortName TO WS-PieceName
                MOVE SortStreet TO WS-PieceStreet
                MOVE SortCityLine TO WS-PieceCityLine
                MOVE SortAddrLine TO WS-PieceAddrLine
                PERFORM WritePresortPiece
            END-IF
    END-RETURN.

WritePresortPiece.
    PERFORM TallyZipPrefix
    ADD 1 TO WS-LabelColumn
    EVALUATE WS-LabelColumn
        WHEN 1
            MOVE WS-PieceName TO WS-LabelName1
            MOVE WS-PieceStreet TO WS-LabelAddress1
            MOVE WS-PieceCityLine TO WS-LabelAddrExt1
        WHEN 2
            MOVE WS-PieceName TO WS-LabelName2
            MOVE WS-PieceStreet TO WS-LabelAddress2
            MOVE WS-PieceCityLine TO WS-LabelAddrExt2
        WHEN OTHER
            MOVE WS-PieceName TO WS-LabelName3
            MOVE WS-PieceStreet TO WS-LabelAddress3
            MOVE WS-PieceCityLine TO WS-LabelAddrExt3
            PERFORM WriteLabelRow
    END-EVALUATE
    PERFORM WritePresortMergeBlock.

AddHouseholdMember.
    ADD 1 TO WS-HhCount
    IF WS-HhCount = 1
        MOVE SortHouseKey TO WS-HhCurrentKey
        MOVE SortZip TO WS-PieceZip
        MOVE SortStreet TO WS-PieceStreet
        MOVE SortCityLine TO WS-PieceCityLine
        MOVE SortAddrLine TO WS-PieceAddrLine
        MOVE SortFirst TO WS-HhFirst1
        MOVE SortLast TO WS-HhLast1
        MOVE SortCompany TO WS-HhCompany
        MOVE "YES" TO WS-HhSameLast
        IF SortCompany = SPACES
            MOVE "NO" TO WS-HhAllCompany
        ELSE
            MOVE "YES" TO WS-HhAllCompany
        END-IF
    ELSE
        ADD 1 TO WS-HouseholdSaved
        IF WS-HhCount = 2
            MOVE SortFirst TO WS-HhFirst2
            MOVE SortLast TO WS-HhLast2
        END-IF
        IF FUNCTION UPPER-CASE(SortLast)
            NOT = FUNCTION UPPER-CASE(WS-HhLast1)
            MOVE "NO" TO WS-HhSameLast
        END-IF
        IF SortCompany NOT = WS-HhCompany
            MOVE "NO" TO WS-HhAllCompany
        END-IF
    END-IF.

WriteHouseholdPiece.
    PERFORM BuildHouseholdName
    PERFORM WritePresortPiece
    MOVE 0 TO WS-HhCount.

BuildHouseholdName.
    MOVE SPACES TO WS-PieceName
    EVALUATE TRUE
        WHEN WS-HhCount = 1
            STRING FUNCTION TRIM(WS-HhFirst1) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(WS-HhLast1) DELIMITED BY SIZE
                INTO WS-PieceName
            END-STRING
        WHEN WS-HhCount = 2 AND WS-HhSameLast = "YES"
            STRING FUNCTION TRIM(WS-HhFirst1) DELIMITED BY SIZE
                " and " DELIMITED BY SIZE
                FUNCTION TRIM(WS-HhFirst2) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(WS-HhLast1) DELIMITED BY SIZE
                INTO WS-PieceName
            END-STRING
        WHEN WS-HhAllCompany = "YES"
            STRING FUNCTION TRIM(WS-HhCompany) DELIMITED BY SIZE
                " Team" DELIMITED BY SIZE
                INTO WS-PieceName
            END-STRING
        WHEN WS-HhSameLast = "YES"
            STRING "The " DELIMITED BY SIZE
                FUNCTION TRIM(WS-HhLast1) DELIMITED BY SIZE
                " Family" DELIMITED BY SIZE
                INTO WS-PieceName
            END-STRING
        WHEN WS-HhCount = 2
            STRING FUNCTION TRIM(WS-HhFirst1) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(WS-HhLast1) DELIMITED BY SIZE
                " and " DELIMITED BY SIZE
                FUNCTION TRIM(WS-HhFirst2) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(WS-HhLast2) DELIMITED BY SIZE
                INTO WS-PieceName
                ON OVERFLOW
                    PERFORM BuildHouseholdFallbackName
            END-STRING
        WHEN OTHER
            PERFORM BuildHouseholdFallbackName
    END-EVALUATE.

BuildHouseholdFallbackName.
    MOVE SPACES TO WS-PieceName
    STRING FUNCTION TRIM(WS-HhFirst1) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(WS-HhLast1) DELIMITED BY SIZE
        " and Household" DELIMITED BY SIZE
        INTO WS-PieceName
    END-STRING.

BuildHouseholdKey.
    MOVE FUNCTION UPPER-CASE(WS-MailStreet) TO WS-HhStreetWork
    INSPECT WS-HhStreetWork
        REPLACING ALL "." BY " " ALL "," BY " " ALL "#" BY " "
    MOVE SPACES TO WS-HhStreetNorm
    MOVE 1 TO WS-HhPtr
    MOVE 1 TO WS-HhOutPtr
    PERFORM NormalizeHouseholdWord UNTIL WS-HhPtr > 40
    MOVE SPACES TO WS-HhKey
    IF WS-HhStreetNorm = SPACES
        STRING WS-MailZip(1:5) DELIMITED BY SIZE
            "*" DELIMITED BY SIZE
            ContactId DELIMITED BY SIZE
            INTO WS-HhKey
        END-STRING
    ELSE
        STRING WS-MailZip(1:5) DELIMITED BY SIZE
            WS-HhStreetNorm DELIMITED BY SIZE
            INTO WS-HhKey
        END-STRING
    END-IF.

NormalizeHouseholdWord.
    MOVE SPACES TO WS-HhWord
    UNSTRING WS-HhStreetWork DELIMITED BY ALL " "
        INTO WS-HhWord
        WITH POINTER WS-HhPtr
    END-UNSTRING
    EVALUATE WS-HhWord
        WHEN "STREET"
            MOVE "ST" TO WS-HhWord
        WHEN "AVENUE"
            MOVE "AVE" TO WS-HhWord
        WHEN "ROAD"
            MOVE "RD" TO WS-HhWord
        WHEN "DRIVE"
            MOVE "DR" TO WS-HhWord
        WHEN "LANE"
            MOVE "LN" TO WS-HhWord
        WHEN "BOULEVARD"
            MOVE "BLVD" TO WS-HhWord
        WHEN "COURT"
            MOVE "CT" TO WS-HhWord
        WHEN "PLACE"
            MOVE "PL" TO WS-HhWord
        WHEN "NORTH"
            MOVE "N" TO WS-HhWord
        WHEN "SOUTH"
            MOVE "S" TO WS-HhWord
        WHEN "EAST"
            MOVE "E" TO WS-HhWord
        WHEN "WEST"
            MOVE "W" TO WS-HhWord
        WHEN "APARTMENT"
        WHEN "APT"
        WHEN "UNIT"
        WHEN "SUITE"
        WHEN "STE"
            MOVE SPACES TO WS-HhWord
    END-EVALUATE
    IF WS-HhWord NOT = SPACES
        STRING WS-HhWord DELIMITED BY SPACE
            " " DELIMITED BY SIZE
            INTO WS-HhStreetNorm
            WITH POINTER WS-HhOutPtr
        END-STRING
    END-IF.

WriteHouseholdSavedLine.
    MOVE WS-HouseholdSaved TO WS-HouseholdSavedEdit
    MOVE SPACES TO LabelLine
    WRITE LabelLine
    MOVE SPACES TO LabelLine
    STRING "PIECES SAVED BY HOUSEHOLDING: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-HouseholdSavedEdit) DELIMITED BY SIZE
        INTO LabelLine
    END-STRING
    WRITE LabelLine.

WritePresortMergeBlock.
    MOVE SPACES TO MailMergeLine
    STRING "NAME: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-PieceName) DELIMITED BY SIZE
        INTO MailMergeLine
    END-STRING
    WRITE MailMergeLine
    MOVE SPACES TO MailMergeLine
    STRING "ADDRESS: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-PieceAddrLine) DELIMITED BY SIZE
        INTO MailMergeLine
    END-STRING
    WRITE MailMergeLine
    MOVE SPACES TO MailMergeLine
    WRITE MailMergeLine.

TallyZipPrefix.
    MOVE WS-PieceZip(1:3) TO WS-Zip3Work
    MOVE 0 TO WS-Zip3FoundIx
    MOVE 1 TO WS-Zip3Ix
    PERFORM SeekZipPrefix
        UNTIL WS-Zip3FoundIx > 0 OR WS-Zip3Ix > WS-Zip3Used
    IF WS-Zip3FoundIx > 0
        ADD 1 TO WS-Zip3Pieces(WS-Zip3FoundIx)
    ELSE
        IF WS-Zip3Used < 200
            ADD 1 TO WS-Zip3Used
            MOVE WS-Zip3Work TO WS-Zip3Prefix(WS-Zip3Used)
            MOVE 1 TO WS-Zip3Pieces(WS-Zip3Used)
        END-IF
    END-IF.

SeekZipPrefix.
    IF WS-Zip3Prefix(WS-Zip3Ix) = WS-Zip3Work
        MOVE WS-Zip3Ix TO WS-Zip3FoundIx
    ELSE
        ADD 1 TO WS-Zip3Ix
    END-IF.

WriteZipPrefixCounts.
    MOVE SPACES TO LabelLine
    WRITE LabelLine
    MOVE "ZIP PREFIX PIECE COUNTS" TO LabelLine
    WRITE LabelLine
    MOVE 1 TO WS-Zip3Ix
    PERFORM WriteZipPrefixCountLine
        UNTIL WS-Zip3Ix > WS-Zip3Used.

WriteZipPrefixCountLine.
    MOVE WS-Zip3Pieces(WS-Zip3Ix) TO WS-Zip3PiecesEdit
    MOVE SPACES TO LabelLine
    STRING "  " DELIMITED BY SIZE
        WS-Zip3Prefix(WS-Zip3Ix) DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        FUNCTION TRIM(WS-Zip3PiecesEdit) DELIMITED BY SIZE
        INTO LabelLine
    END-STRING
    WRITE LabelLine
    ADD 1 TO WS-Zip3Ix.

DisplayAddressFixupScreen.
    MOVE "C" TO RESPONSE-IN-WS
    MOVE "NO" TO WS-EOF
    MOVE 0 TO WS-FixupCount
    MOVE "NO" TO WS-RetMailAvailable
    OPEN I-O RetMailFile
    IF WS-RetMailFileStatus = "00"
        MOVE "YES" TO WS-RetMailAvailable
    END-IF
    MOVE "NO" TO WS-ZipFixAvailable
    OPEN I-O ZipFixFile
    IF WS-ZipFixFileStatus = "00"
        MOVE "YES" TO WS-ZipFixAvailable
    END-IF
    OPEN I-O ContactsFile
    PERFORM AddressFixupLoop
        UNTIL WS-EOF = "YES" OR RESPONSE-IN-WS = "Q" OR "q"
    CLOSE ContactsFile
    IF WS-RetMailAvailable = "YES"
        CLOSE RetMailFile
    END-IF
    IF WS-ZipFixAvailable = "YES"
        CLOSE ZipFixFile
    END-IF
    IF WS-EOF = "YES"
        DISPLAY CLEAR-SCREEN
        DISPLAY ADDRESS-FIXUP-SCREEN-HEADER
        DISPLAY ADDRESS-FIXUP-END-SCREEN
        ACCEPT ADDRESS-FIXUP-END-INPUT
    END-IF.

AddressFixupLoop.
    READ ContactsFile NEXT RECORD IGNORING LOCK
        AT END MOVE "YES" TO WS-EOF
        NOT AT END
            PERFORM CheckReturnedMail
            PERFORM CheckZipFixHold
            IF (AddressZip = SPACES AND MailingAddress NOT = SPACES)
                OR WS-MailReturned = "YES"
                OR WS-ZipFixHeld = "YES"
                ADD 1 TO WS-FixupCount
                MOVE ContactId TO WS-SelectedContactId
                PERFORM FixupContactDetail
            END-IF
    END-READ.

FixupContactDetail.
    MOVE WS-SelectedContactId TO ContactId
    READ ContactsFile RECORD WITH LOCK
        INVALID KEY
            CONTINUE
    END-READ
    EVALUATE WS-ContactsFileStatus
        WHEN "00"
            PERFORM RegisterRecordLock
            PERFORM EditAddressFixupDetail
            PERFORM ClearRecordLock
        WHEN "51"
            PERFORM DisplayRecordLockedScreen
        WHEN OTHER
            DISPLAY "Contact not found"
    END-EVALUATE
    UNLOCK ContactsFile.

EditAddressFixupDetail.
    MOVE Contact TO WS-Contact
    MOVE Contact TO WS-FixupBeforeImage
    MOVE MailingAddress TO WS-FixupBeforeAddress
    DISPLAY CLEAR-SCREEN
    DISPLAY ADDRESS-FIXUP-SCREEN-HEADER
    IF WS-ZipFixHeld = "YES"
        DISPLAY ZIP-FIX-REASON-SECTION
    END-IF
    DISPLAY NAME-SECTION
    DISPLAY ADDRESS-FIXUP-MENU
    ACCEPT NAME-SECTION
    ACCEPT ADDRESS-FIXUP-MENU-INPUT
    IF RESPONSE-IN-WS = "S" OR "s"
        PERFORM CheckFixupAddressZip
        PERFORM AddressFixupRetry
            UNTIL WS-EntryValid = "YES"
                OR NOT (RESPONSE-IN-WS = "S" OR "s")
    END-IF
    IF RESPONSE-IN-WS = "S" OR "s"
        MOVE FUNCTION UPPER-CASE(AddressState)
            TO AddressState
        MOVE "UPDATE" TO WS-AuditAction
        MOVE ContactId TO WS-AuditContactId
        MOVE WS-FixupBeforeImage TO WS-AuditBeforeName
        MOVE "YES" TO WS-WriteOk
        REWRITE Contact
            INVALID KEY
                DISPLAY "Unable to update contact"
                MOVE "NO" TO WS-WriteOk
        END-REWRITE
        IF WS-WriteOk = "YES"
            MOVE Contact TO WS-AuditAfterName
            PERFORM WriteAuditLogEntry
            IF WS-MailReturned = "YES"
                AND MailingAddress NOT = WS-FixupBeforeAddress
                PERFORM ClearReturnedMailFlag
            END-IF
            IF WS-ZipFixHeld = "YES"
                PERFORM ClearZipFixHold
            END-IF
        END-IF
        MOVE "C" TO RESPONSE-IN-WS
    END-IF.

CheckFixupAddressZip.
    MOVE "YES" TO WS-EntryValid
    MOVE SPACES TO WS-ValidationMessage
    MOVE AddressCity TO WS-EntryCity
    MOVE AddressState TO WS-EntryState
    MOVE AddressZip TO WS-EntryZip
    PERFORM CheckEntryZip
    IF WS-EntryValid = "YES"
        MOVE WS-EntryCity TO AddressCity
        MOVE WS-EntryState TO AddressState
    END-IF.

AddressFixupRetry.
    MOVE Contact TO WS-Contact
    DISPLAY CLEAR-SCREEN
    DISPLAY ADDRESS-FIXUP-SCREEN-HEADER
    IF WS-ZipFixHeld = "YES"
        DISPLAY ZIP-FIX-REASON-SECTION
    END-IF
    DISPLAY VALIDATION-ERROR-SECTION
    DISPLAY NAME-SECTION
    DISPLAY ADDRESS-FIXUP-MENU
    ACCEPT NAME-SECTION
    ACCEPT ADDRESS-FIXUP-MENU-INPUT
    IF RESPONSE-IN-WS = "S" OR "s"
        PERFORM CheckFixupAddressZip
    END-IF.

DisplayArchiveScreen.
    MOVE "C" TO RESPONSE-IN-WS
    DISPLAY ARCHIVE-SCREEN-HEADER
    DISPLAY ARCHIVE-ACTION-MENU
    ACCEPT ARCHIVE-ACTION-MENU-INPUT
    EVALUATE TRUE
        WHEN RESPONSE-IN-WS = "B" OR "b"
            PERFORM DisplayArchiveBrowseScreen
        WHEN RESPONSE-IN-WS = "P" OR "p"
            PERFORM RequireAdminAccess
            IF WS-AccessAllowed = "YES"
                PERFORM DisplayPurgeRunScreen
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

DisplayPurgeRunScreen.
    MOVE 0 TO WS-PurgeYears
    DISPLAY CLEAR-SCREEN
    DISPLAY ARCHIVE-SCREEN-HEADER
    DISPLAY PURGE-PROMPT-SECTION
    ACCEPT PURGE-YEARS-INPUT
    PERFORM PurgeStaleContacts
    DISPLAY CLEAR-SCREEN
    DISPLAY ARCHIVE-SCREEN-HEADER
    DISPLAY PURGE-CONFIRM-SCREEN
    ACCEPT PURGE-CONFIRM-CONTINUE-INPUT.

EnsureArchiveFiles.
    MOVE "NO" TO WS-ArchAvailable
    OPEN I-O ArchiveFile
    IF WS-ArchiveFileStatus = "35"
        OPEN OUTPUT ArchiveFile
        CLOSE ArchiveFile
        OPEN I-O ArchiveFile
    END-IF
    IF WS-ArchiveFileStatus = "00"
        MOVE "YES" TO WS-ArchAvailable
    END-IF
    MOVE "NO" TO WS-ArchNotesAvail
    OPEN I-O ArchNotesFile
    IF WS-ArchNotesFileStatus = "35"
        OPEN OUTPUT ArchNotesFile
        CLOSE ArchNotesFile
        OPEN I-O ArchNotesFile
    END-IF
    IF WS-ArchNotesFileStatus = "00"
        MOVE "YES" TO WS-ArchNotesAvail
    END-IF.

PurgeStaleContacts.
    MOVE 0 TO WS-PurgeCount
    IF WS-PurgeYears = 0
        MOVE 3 TO WS-PurgeYears
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    MOVE WS-CurrentDateTime(1:8) TO WS-TodayDate
    COMPUTE WS-PurgeCutoffYear =
        FUNCTION NUMVAL(WS-TodayDate(1:4)) - WS-PurgeYears
    MOVE SPACES TO WS-PurgeCutoffDate
    STRING WS-PurgeCutoffYear DELIMITED BY SIZE
        WS-TodayDate(5:4) DELIMITED BY SIZE
        INTO WS-PurgeCutoffDate
    END-STRING
    PERFORM LoadRecentAuditIds
    PERFORM EnsureArchiveFiles
    OPEN OUTPUT PurgeReportFile
    MOVE SPACES TO PurgeReportLine
    STRING "Purge Run " DELIMITED BY SIZE
        WS-CurrentDateTime(1:14) DELIMITED BY SIZE
        INTO PurgeReportLine
    END-STRING
    WRITE PurgeReportLine
    MOVE SPACES TO PurgeReportLine
    STRING "Archiving contacts with no activity since "
        DELIMITED BY SIZE
        WS-PurgeCutoffDate DELIMITED BY SIZE
        INTO PurgeReportLine
    END-STRING
    WRITE PurgeReportLine
    MOVE SPACES TO PurgeReportLine
    WRITE PurgeReportLine
    IF WS-ArchAvailable = "YES"
        MOVE "NO" TO WS-PurgeNotesAvail
        OPEN I-O NotesFile
        IF WS-NotesFileStatus = "00"
            MOVE "YES" TO WS-PurgeNotesAvail
        END-IF
        MOVE "NO" TO WS-EOF
        OPEN I-O ContactsFile
        PERFORM PurgeScanContact UNTIL WS-EOF = "YES"
        CLOSE ContactsFile
        IF WS-PurgeNotesAvail = "YES"
            CLOSE NotesFile
        END-IF
        CLOSE ArchiveFile
        IF WS-ArchNotesAvail = "YES"
            CLOSE ArchNotesFile
        END-IF
    ELSE
        MOVE "UNABLE TO OPEN ARCHIVE FILE - NOTHING PURGED"
            TO PurgeReportLine
        WRITE PurgeReportLine
    END-IF
    IF WS-PurgeCount = 0
        MOVE "  (NO CONTACTS QUALIFIED)" TO PurgeReportLine
        WRITE PurgeReportLine
    END-IF
    MOVE SPACES TO PurgeReportLine
    WRITE PurgeReportLine
    MOVE WS-PurgeCount TO WS-PurgeCountEdit
    MOVE SPACES TO PurgeReportLine
    STRING "Total Archived: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-PurgeCountEdit) DELIMITED BY SIZE
        INTO PurgeReportLine
    END-STRING
    WRITE PurgeReportLine
    CLOSE PurgeReportFile
    IF WS-PurgeCount > 0
        PERFORM CountContacts
        PERFORM WriteControlFile
    END-IF.

PurgeScanContact.
    READ ContactsFile NEXT RECORD IGNORING LOCK
        AT END MOVE "YES" TO WS-EOF
        NOT AT END
            PERFORM CheckPurgeCandidate
            IF WS-PurgeCandidate = "YES"
                PERFORM ArchiveOneContact
            END-IF
    END-READ.

CheckPurgeCandidate.
    MOVE "NO" TO WS-PurgeCandidate
    IF (LastContactedDate = SPACES
            OR LastContactedDate < WS-PurgeCutoffDate)
        AND (FollowUpDate = SPACES
            OR FollowUpDate < WS-PurgeCutoffDate)
        PERFORM GetLatestNoteDate
        IF WS-LatestNoteDate = SPACES
            OR WS-LatestNoteDate < WS-PurgeCutoffDate
            PERFORM CheckRecentAuditActivity
        END-IF
    END-IF.

LoadRecentAuditIds.
    MOVE 0 TO WS-RecentUsed
    MOVE "NO" TO WS-RecentOverflow
    PERFORM BeginAuditScan
    PERFORM CollectRecentAuditId UNTIL WS-EOF = "YES"
    PERFORM EndAuditScan.

CollectRecentAuditId.
    PERFORM GetNextAuditLine
    IF WS-AuditLineOk = "YES"
        MOVE SPACES TO WS-HistoryDate WS-HistoryOperator
            WS-HistoryAction WS-HistoryIdPart
        UNSTRING AuditLine DELIMITED BY "|"
            INTO WS-HistoryDate WS-HistoryOperator
                 WS-HistoryAction WS-HistoryIdPart
        END-UNSTRING
        IF WS-HistoryDate(1:8) >= WS-PurgeCutoffDate
            AND WS-HistoryAction NOT = "OWNER"
            AND WS-HistoryIdPart(1:3) = "ID="
            AND WS-HistoryIdPart(4:6) NUMERIC
            MOVE WS-HistoryIdPart(4:6) TO WS-RecentSeekId
            PERFORM NoteRecentAuditId
        END-IF
    END-IF.

NoteRecentAuditId.
    MOVE 0 TO WS-RecentFoundIx
    MOVE 1 TO WS-RecentIx
    PERFORM SeekRecentAuditId
        UNTIL WS-RecentFoundIx > 0 OR WS-RecentIx > WS-RecentUsed
    IF WS-RecentFoundIx = 0
        IF WS-RecentUsed < 5000
            ADD 1 TO WS-RecentUsed
            MOVE WS-RecentSeekId TO WS-RecentId(WS-RecentUsed)
        ELSE
            MOVE "YES" TO WS-RecentOverflow
        END-IF
    END-IF.

SeekRecentAuditId.
    IF WS-RecentId(WS-RecentIx) = WS-RecentSeekId
        MOVE WS-RecentIx TO WS-RecentFoundIx
    ELSE
        ADD 1 TO WS-RecentIx
    END-IF.

CheckRecentAuditActivity.
    MOVE 0 TO WS-RecentFoundIx
    IF WS-RecentOverflow NOT = "YES"
        MOVE ContactId TO WS-RecentSeekId
        MOVE 1 TO WS-RecentIx
        PERFORM SeekRecentAuditId
            UNTIL WS-RecentFoundIx > 0 OR WS-RecentIx > WS-RecentUsed
    END-IF
    EVALUATE TRUE
        WHEN WS-RecentFoundIx > 0
            CONTINUE
        WHEN LastContactedDate = SPACES
            AND FollowUpDate = SPACES
            AND WS-LatestNoteDate = SPACES
            AND WS-RecentOverflow = "YES"
            CONTINUE
        WHEN OTHER
            MOVE "YES" TO WS-PurgeCandidate
    END-EVALUATE.

GetLatestNoteDate.
    MOVE SPACES TO WS-LatestNoteDate
    IF WS-PurgeNotesAvail = "YES"
        MOVE ContactId TO WS-NotesContactId
        MOVE WS-NotesContactId TO NoteContactId
        MOVE 0 TO NoteSeq
        START NotesFile KEY IS NOT LESS THAN NoteKey
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "NO" TO WS-NotesEOF
                PERFORM ScanLatestNoteDate
                    UNTIL WS-NotesEOF = "YES"
        END-START
    END-IF.

ScanLatestNoteDate.
    READ NotesFile NEXT RECORD
        AT END MOVE "YES" TO WS-NotesEOF
        NOT AT END
            IF NoteContactId = WS-NotesContactId
                IF NoteDate > WS-LatestNoteDate
                    MOVE NoteDate TO WS-LatestNoteDate
                END-IF
            ELSE
                MOVE "YES" TO WS-NotesEOF
            END-IF
    END-READ.

ArchiveOneContact.
    MOVE Contact TO WS-ArchImage
    MOVE WS-ArchImage(1:6) TO ArchContactId
    MOVE WS-ArchImage(7:263) TO ArchContactBody
    MOVE WS-TodayDate TO ArchivedDate
    MOVE "YES" TO WS-WriteOk
    WRITE ArchContact
        INVALID KEY
            REWRITE ArchContact
                INVALID KEY
                    MOVE "NO" TO WS-WriteOk
            END-REWRITE
    END-WRITE
    IF WS-WriteOk = "YES"
        PERFORM MoveNotesToArchive
        PERFORM MoveRelationsToArchive
        MOVE ContactId TO WS-OwnerSeekId
        PERFORM RemoveContactOwner
        MOVE "ARCHIVE" TO WS-AuditAction
        MOVE ContactId TO WS-AuditContactId
        MOVE Contact TO WS-AuditBeforeName
        MOVE SPACES TO WS-AuditAfterName
        MOVE SPACES TO PurgeReportLine
        STRING "  " DELIMITED BY SIZE
            ContactId DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            FirstName DELIMITED BY SPACE
            " " DELIMITED BY SIZE
            LastName DELIMITED BY SPACE
            "  last contact " DELIMITED BY SIZE
            LastContactedDate DELIMITED BY SIZE
            INTO PurgeReportLine
        END-STRING
        WRITE PurgeReportLine
        DELETE ContactsFile RECORD
            INVALID KEY
                CONTINUE
        END-DELETE
        PERFORM WriteAuditLogEntry
        ADD 1 TO WS-PurgeCount
    END-IF.

MoveNotesToArchive.
    IF WS-PurgeNotesAvail = "YES" AND WS-ArchNotesAvail = "YES"
        MOVE ContactId TO WS-NotesContactId
        MOVE WS-NotesContactId TO NoteContactId
        MOVE 0 TO NoteSeq
        START NotesFile KEY IS NOT LESS THAN NoteKey
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "NO" TO WS-NotesEOF
                PERFORM MoveOneNoteToArchive
                    UNTIL WS-NotesEOF = "YES"
        END-START
    END-IF.

MoveOneNoteToArchive.
    READ NotesFile NEXT RECORD
        AT END MOVE "YES" TO WS-NotesEOF
        NOT AT END
            IF NoteContactId = WS-NotesContactId
                MOVE ContactNote TO WS-NoteImage
                MOVE WS-NoteImage(1:10) TO ArchNoteKey
                MOVE WS-NoteImage(11:220) TO ArchNoteBody
                WRITE ArchNote
                    INVALID KEY
                        REWRITE ArchNote
                            INVALID KEY
                                CONTINUE
                        END-REWRITE
                END-WRITE
                DELETE NotesFile RECORD
                    INVALID KEY
                        CONTINUE
                END-DELETE
            ELSE
                MOVE "YES" TO WS-NotesEOF
            END-IF
    END-READ.

DisplayContactRelationsScreen.
    MOVE "C" TO RESPONSE-IN-WS
    PERFORM LoadContactRelations
    MOVE 1 TO WS-RelIx
    PERFORM ContactRelationsLoop
        UNTIL RESPONSE-IN-WS = "Q" OR "q"
    IF WS-RelContactsOpen = "YES"
        MOVE WS-RelSeekId TO ContactId
        READ ContactsFile RECORD IGNORING LOCK
            INVALID KEY
                CONTINUE
        END-READ
    END-IF
    PERFORM LoadContactRelations.

ContactRelationsLoop.
    IF WS-RelUsed = 0
        DISPLAY CLEAR-SCREEN
        DISPLAY RELATION-SCREEN-HEADER
        IF WS-RelEditMode = "YES"
            DISPLAY RELATION-NONE-MAINT-SCREEN
            ACCEPT RELATION-NONE-MAINT-INPUT
        ELSE
            DISPLAY RELATION-NONE-SCREEN
            ACCEPT RELATION-NONE-INPUT
        END-IF
        IF (RESPONSE-IN-WS = "A" OR "a") AND WS-RelEditMode = "YES"
            PERFORM AddContactRelation
            MOVE 1 TO WS-RelIx
            MOVE "C" TO RESPONSE-IN-WS
        ELSE
            MOVE "Q" TO RESPONSE-IN-WS
        END-IF
    ELSE
        IF WS-RelIx > WS-RelUsed
            MOVE "Q" TO RESPONSE-IN-WS
        ELSE
            PERFORM ShowContactRelation
        END-IF
    END-IF.

ShowContactRelation.
    MOVE WS-RelEntryOther(WS-RelIx) TO WS-RelShowOtherId
    MOVE WS-RelEntryDate(WS-RelIx) TO WS-RelShowStart
    PERFORM BuildRelationText
    PERFORM LookupRelatedContactName
    DISPLAY CLEAR-SCREEN
    DISPLAY RELATION-SCREEN-HEADER
    DISPLAY RELATION-BROWSE-SECTION
    IF WS-RelEditMode = "YES"
        DISPLAY RELATION-MAINT-MENU
        ACCEPT RELATION-MAINT-MENU-INPUT
    ELSE
        DISPLAY RELATION-BROWSE-MENU
        ACCEPT RELATION-BROWSE-MENU-INPUT
    END-IF
    EVALUATE TRUE
        WHEN (RESPONSE-IN-WS = "A" OR "a") AND WS-RelEditMode = "YES"
            PERFORM AddContactRelation
            MOVE 1 TO WS-RelIx
            MOVE "C" TO RESPONSE-IN-WS
        WHEN (RESPONSE-IN-WS = "D" OR "d") AND WS-RelEditMode = "YES"
            PERFORM DeleteContactRelation
            MOVE 1 TO WS-RelIx
            MOVE "C" TO RESPONSE-IN-WS
        WHEN RESPONSE-IN-WS = "Q" OR "q"
            CONTINUE
        WHEN OTHER
            ADD 1 TO WS-RelIx
            MOVE "C" TO RESPONSE-IN-WS
    END-EVALUATE.

BuildRelationText.
    EVALUATE TRUE
        WHEN WS-RelEntryTypeCode(WS-RelIx) = "A"
            AND WS-RelEntryDir(WS-RelIx) = "O"
            MOVE "ASSISTANT TO" TO WS-RelShowText
        WHEN WS-RelEntryTypeCode(WS-RelIx) = "A"
            MOVE "HAS ASSISTANT" TO WS-RelShowText
        WHEN WS-RelEntryTypeCode(WS-RelIx) = "S"
            MOVE "SPOUSE OF" TO WS-RelShowText
        WHEN WS-RelEntryTypeCode(WS-RelIx) = "R"
            AND WS-RelEntryDir(WS-RelIx) = "O"
            MOVE "REFERRED BY" TO WS-RelShowText
        WHEN WS-RelEntryTypeCode(WS-RelIx) = "R"
            MOVE "REFERRED" TO WS-RelShowText
        WHEN WS-RelEntryTypeCode(WS-RelIx) = "P"
            AND WS-RelEntryDir(WS-RelIx) = "O"
            MOVE "REPLACES" TO WS-RelShowText
        WHEN WS-RelEntryTypeCode(WS-RelIx) = "P"
            MOVE "REPLACED BY" TO WS-RelShowText
        WHEN OTHER
            MOVE "RELATED TO" TO WS-RelShowText
    END-EVALUATE.

LookupRelatedContactName.
    MOVE "(NOT ON FILE)" TO WS-RelOtherName
    IF WS-RelContactsOpen NOT = "YES"
        OPEN INPUT ContactsFile
    END-IF
    MOVE WS-RelShowOtherId TO ContactId
    READ ContactsFile RECORD IGNORING LOCK
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE SPACES TO WS-RelOtherName
            STRING FUNCTION TRIM(FirstName) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(LastName) DELIMITED BY SIZE
                INTO WS-RelOtherName
            END-STRING
    END-READ
    IF WS-RelContactsOpen NOT = "YES"
        CLOSE ContactsFile
    END-IF.

LoadContactRelations.
    MOVE 0 TO WS-RelUsed
    MOVE "NO" TO WS-RelOverflow
    OPEN INPUT RelationFile
    IF WS-RelationFileStatus = "00"
        MOVE WS-RelSeekId TO RelFromId
        MOVE 0 TO RelToId
        MOVE "NO" TO WS-RelEOF
        START RelationFile KEY IS NOT LESS THAN RelKey
            INVALID KEY
                MOVE "YES" TO WS-RelEOF
        END-START
        PERFORM LoadOutgoingRelation UNTIL WS-RelEOF = "YES"
        MOVE WS-RelSeekId TO RelToId
        MOVE "NO" TO WS-RelEOF
        START RelationFile KEY IS NOT LESS THAN RelToId
            INVALID KEY
                MOVE "YES" TO WS-RelEOF
        END-START
        PERFORM LoadIncomingRelation UNTIL WS-RelEOF = "YES"
        CLOSE RelationFile
    END-IF.

LoadOutgoingRelation.
    READ RelationFile NEXT RECORD
        AT END MOVE "YES" TO WS-RelEOF
        NOT AT END
            IF RelFromId = WS-RelSeekId
                PERFORM StoreRelationEntry
                IF WS-RelOverflow = "NO"
                    MOVE "O" TO WS-RelEntryDir(WS-RelUsed)
                    MOVE RelToId TO WS-RelEntryOther(WS-RelUsed)
                END-IF
            ELSE
                MOVE "YES" TO WS-RelEOF
            END-IF
    END-READ.

LoadIncomingRelation.
    READ RelationFile NEXT RECORD
        AT END MOVE "YES" TO WS-RelEOF
        NOT AT END
            IF RelToId = WS-RelSeekId
                PERFORM StoreRelationEntry
                IF WS-RelOverflow = "NO"
                    MOVE "I" TO WS-RelEntryDir(WS-RelUsed)
                    MOVE RelFromId TO WS-RelEntryOther(WS-RelUsed)
                END-IF
            ELSE
                MOVE "YES" TO WS-RelEOF
            END-IF
    END-READ.

StoreRelationEntry.
    IF WS-RelUsed < 100
        ADD 1 TO WS-RelUsed
        MOVE RelFromId TO WS-RelEntryFrom(WS-RelUsed)
        MOVE RelToId TO WS-RelEntryTo(WS-RelUsed)
        MOVE RelType TO WS-RelEntryTypeCode(WS-RelUsed)
        MOVE RelStartDate TO WS-RelEntryDate(WS-RelUsed)
    ELSE
        MOVE "YES" TO WS-RelOverflow
    END-IF.

AddContactRelation.
    MOVE 0 TO WS-RelEntryOtherId
    MOVE SPACES TO WS-RelEntryType
    MOVE SPACES TO WS-RelEntryStart
    DISPLAY CLEAR-SCREEN
    DISPLAY RELATION-SCREEN-HEADER
    DISPLAY RELATION-ADD-SECTION
    ACCEPT RELATION-ADD-SECTION
    PERFORM ValidateContactRelation
    IF WS-RelOk = "YES"
        PERFORM WriteContactRelation
    END-IF
    DISPLAY RELATION-RESULT-SCREEN
    ACCEPT RELATION-RESULT-INPUT
    PERFORM LoadContactRelations.

ValidateContactRelation.
    MOVE "NO" TO WS-RelOk
    MOVE FUNCTION UPPER-CASE(WS-RelEntryType) TO WS-RelEntryType
    EVALUATE TRUE
        WHEN WS-RelEntryOtherId = 0
            MOVE "Enter the related contact number" TO WS-RelMessage
        WHEN WS-RelEntryOtherId = WS-RelSeekId
            MOVE "A contact cannot be related to itself" TO WS-RelMessage
        WHEN WS-RelEntryType NOT = "A" AND WS-RelEntryType NOT = "S"
            AND WS-RelEntryType NOT = "R" AND WS-RelEntryType NOT = "P"
            MOVE "Type must be A, S, R or P" TO WS-RelMessage
        WHEN WS-RelEntryStart NOT = SPACES
            AND WS-RelEntryStart NOT NUMERIC
            MOVE "Since date must be YYYYMMDD" TO WS-RelMessage
        WHEN OTHER
            MOVE WS-RelEntryOtherId TO WS-RelShowOtherId
            PERFORM LookupRelatedContactName
            IF WS-RelOtherName = "(NOT ON FILE)"
                MOVE "Related contact is not on file" TO WS-RelMessage
            ELSE
                MOVE "YES" TO WS-RelOk
            END-IF
    END-EVALUATE
    IF WS-RelOk = "YES" AND WS-RelEntryStart = SPACES
        MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
        MOVE WS-CurrentDateTime(1:8) TO WS-RelEntryStart
    END-IF.

WriteContactRelation.
    OPEN I-O RelationFile
    IF WS-RelationFileStatus = "35"
        OPEN OUTPUT RelationFile
        CLOSE RelationFile
        OPEN I-O RelationFile
    END-IF
    IF WS-RelationFileStatus NOT = "00"
        MOVE "Unable to open RELATION.DAT" TO WS-RelMessage
    ELSE
        MOVE WS-RelEntryOtherId TO RelFromId
        MOVE WS-RelSeekId TO RelToId
        READ RelationFile RECORD
            INVALID KEY
                MOVE WS-RelSeekId TO RelFromId
                MOVE WS-RelEntryOtherId TO RelToId
                MOVE WS-RelEntryType TO RelType
                MOVE WS-RelEntryStart TO RelStartDate
                MOVE "Relationship added" TO WS-RelMessage
                WRITE RelationRecord
                    INVALID KEY
                        REWRITE RelationRecord
                            INVALID KEY
                                MOVE "Unable to save relationship"
                                    TO WS-RelMessage
                            NOT INVALID KEY
                                MOVE "Relationship updated"
                                    TO WS-RelMessage
                        END-REWRITE
                END-WRITE
            NOT INVALID KEY
                MOVE "Already recorded from the other contact"
                    TO WS-RelMessage
        END-READ
        CLOSE RelationFile
    END-IF.

DeleteContactRelation.
    OPEN I-O RelationFile
    IF WS-RelationFileStatus = "00"
        MOVE WS-RelEntryFrom(WS-RelIx) TO RelFromId
        MOVE WS-RelEntryTo(WS-RelIx) TO RelToId
        DELETE RelationFile RECORD
            INVALID KEY
                CONTINUE
        END-DELETE
        CLOSE RelationFile
    END-IF
    PERFORM LoadContactRelations.

RemoveContactRelations.
    PERFORM LoadContactRelations
    IF WS-RelUsed > 0
        OPEN I-O RelationFile
        IF WS-RelationFileStatus = "00"
            MOVE 1 TO WS-RelIx
            PERFORM RemoveOneRelation UNTIL WS-RelIx > WS-RelUsed
            CLOSE RelationFile
        END-IF
    END-IF.

RemoveOneRelation.
    MOVE WS-RelEntryFrom(WS-RelIx) TO RelFromId
    MOVE WS-RelEntryTo(WS-RelIx) TO RelToId
    DELETE RelationFile RECORD
        INVALID KEY
            CONTINUE
    END-DELETE
    ADD 1 TO WS-RelIx.

CarryContactRelations.
    PERFORM LoadContactRelations
    IF WS-RelUsed > 0
        OPEN I-O RelationFile
        IF WS-RelationFileStatus = "00"
            MOVE 1 TO WS-RelIx
            PERFORM CarryOneRelation UNTIL WS-RelIx > WS-RelUsed
            CLOSE RelationFile
        END-IF
    END-IF.

CarryOneRelation.
    MOVE WS-RelEntryFrom(WS-RelIx) TO RelFromId
    MOVE WS-RelEntryTo(WS-RelIx) TO RelToId
    DELETE RelationFile RECORD
        INVALID KEY
            CONTINUE
    END-DELETE
    IF WS-RelEntryDir(WS-RelIx) = "O"
        MOVE WS-RelSurvivorId TO RelFromId
    ELSE
        MOVE WS-RelSurvivorId TO RelToId
    END-IF
    MOVE WS-RelEntryTypeCode(WS-RelIx) TO RelType
    MOVE WS-RelEntryDate(WS-RelIx) TO RelStartDate
    IF RelFromId NOT = RelToId
        WRITE RelationRecord
            INVALID KEY
                CONTINUE
        END-WRITE
    END-IF
    ADD 1 TO WS-RelIx.

MoveRelationsToArchive.
    MOVE ContactId TO WS-RelSeekId
    PERFORM LoadContactRelations
    IF WS-RelUsed > 0
        OPEN I-O ArchRelFile
        IF WS-ArchRelFileStatus = "35"
            OPEN OUTPUT ArchRelFile
            CLOSE ArchRelFile
            OPEN I-O ArchRelFile
        END-IF
        IF WS-ArchRelFileStatus = "00"
            OPEN I-O RelationFile
            IF WS-RelationFileStatus = "00"
                MOVE 1 TO WS-RelIx
                PERFORM ArchiveOneRelation UNTIL WS-RelIx > WS-RelUsed
                CLOSE RelationFile
            END-IF
            CLOSE ArchRelFile
        END-IF
    END-IF.

ArchiveOneRelation.
    MOVE WS-RelEntryFrom(WS-RelIx) TO ArchRelFromId
    MOVE WS-RelEntryTo(WS-RelIx) TO ArchRelToId
    MOVE WS-RelEntryTypeCode(WS-RelIx) TO ArchRelType
    MOVE WS-RelEntryDate(WS-RelIx) TO ArchRelStartDate
    WRITE ArchRelRecord
        INVALID KEY
            REWRITE ArchRelRecord
                INVALID KEY
                    CONTINUE
            END-REWRITE
    END-WRITE
    MOVE WS-RelEntryFrom(WS-RelIx) TO RelFromId
    MOVE WS-RelEntryTo(WS-RelIx) TO RelToId
    DELETE RelationFile RECORD
        INVALID KEY
            CONTINUE
    END-DELETE
    ADD 1 TO WS-RelIx.

MoveRelationsFromArchive.
    MOVE ArchContactId TO WS-RelSeekId
    MOVE 0 TO WS-RelUsed
    MOVE "NO" TO WS-RelOverflow
    OPEN I-O ArchRelFile
    IF WS-ArchRelFileStatus = "00"
        MOVE WS-RelSeekId TO ArchRelFromId
        MOVE 0 TO ArchRelToId
        MOVE "NO" TO WS-RelEOF
        START ArchRelFile KEY IS NOT LESS THAN ArchRelKey
            INVALID KEY
                MOVE "YES" TO WS-RelEOF
        END-START
        PERFORM LoadArchivedOutgoing UNTIL WS-RelEOF = "YES"
        MOVE WS-RelSeekId TO ArchRelToId
        MOVE "NO" TO WS-RelEOF
        START ArchRelFile KEY IS NOT LESS THAN ArchRelToId
            INVALID KEY
                MOVE "YES" TO WS-RelEOF
        END-START
        PERFORM LoadArchivedIncoming UNTIL WS-RelEOF = "YES"
        IF WS-RelUsed > 0
            OPEN I-O RelationFile
            IF WS-RelationFileStatus = "35"
                OPEN OUTPUT RelationFile
                CLOSE RelationFile
                OPEN I-O RelationFile
            END-IF
            IF WS-RelationFileStatus = "00"
                MOVE 1 TO WS-RelIx
                PERFORM RestoreOneRelation UNTIL WS-RelIx > WS-RelUsed
                CLOSE RelationFile
            END-IF
        END-IF
        CLOSE ArchRelFile
    END-IF.

LoadArchivedOutgoing.
    READ ArchRelFile NEXT RECORD
        AT END MOVE "YES" TO WS-RelEOF
        NOT AT END
            IF ArchRelFromId = WS-RelSeekId
                PERFORM StoreArchivedRelation
            ELSE
                MOVE "YES" TO WS-RelEOF
            END-IF
    END-READ.

LoadArchivedIncoming.
    READ ArchRelFile NEXT RECORD
        AT END MOVE "YES" TO WS-RelEOF
        NOT AT END
            IF ArchRelToId = WS-RelSeekId
                PERFORM StoreArchivedRelation
            ELSE
                MOVE "YES" TO WS-RelEOF
            END-IF
    END-READ.

StoreArchivedRelation.
    IF WS-RelUsed < 100
        ADD 1 TO WS-RelUsed
        MOVE ArchRelFromId TO WS-RelEntryFrom(WS-RelUsed)
        MOVE ArchRelToId TO WS-RelEntryTo(WS-RelUsed)
        MOVE ArchRelType TO WS-RelEntryTypeCode(WS-RelUsed)
        MOVE ArchRelStartDate TO WS-RelEntryDate(WS-RelUsed)
    ELSE
        MOVE "YES" TO WS-RelOverflow
    END-IF.

RestoreOneRelation.
    MOVE WS-RelEntryFrom(WS-RelIx) TO RelFromId
    MOVE WS-RelEntryTo(WS-RelIx) TO RelToId
    MOVE WS-RelEntryTypeCode(WS-RelIx) TO RelType
    MOVE WS-RelEntryDate(WS-RelIx) TO RelStartDate
    WRITE RelationRecord
        INVALID KEY
            CONTINUE
    END-WRITE
    MOVE WS-RelEntryFrom(WS-RelIx) TO ArchRelFromId
    MOVE WS-RelEntryTo(WS-RelIx) TO ArchRelToId
    DELETE ArchRelFile RECORD
        INVALID KEY
            CONTINUE
    END-DELETE
    ADD 1 TO WS-RelIx.

RunReferralReport.
    MOVE 0 TO WS-RefUsed
    MOVE 0 TO WS-RefReferrers
    MOVE "NO" TO WS-RefOverflow
    OPEN INPUT RelationFile
    IF WS-RelationFileStatus = "00"
        MOVE "NO" TO WS-RelEOF
        PERFORM LoadReferralEntry UNTIL WS-RelEOF = "YES"
        CLOSE RelationFile
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    OPEN OUTPUT ReferralReportFile
    MOVE SPACES TO ReferralReportLine
    STRING "REFERRAL CHAIN REPORT - " DELIMITED BY SIZE
        WS-CurrentDateTime(1:14) DELIMITED BY SIZE
        INTO ReferralReportLine
    END-STRING
    WRITE ReferralReportLine
    MOVE SPACES TO ReferralReportLine
    WRITE ReferralReportLine
    MOVE "YES" TO WS-RelContactsOpen
    OPEN INPUT ContactsFile
    MOVE 1 TO WS-RefIx
    PERFORM ReportReferrer UNTIL WS-RefIx > WS-RefUsed
    CLOSE ContactsFile
    MOVE "NO" TO WS-RelContactsOpen
    IF WS-RefUsed = 0
        MOVE "  (NO REFERRALS ON FILE)" TO ReferralReportLine
        WRITE ReferralReportLine
    END-IF
    MOVE WS-RefReferrers TO WS-RefCountEdit
    MOVE WS-RefUsed TO WS-RefCountEdit2
    MOVE SPACES TO ReferralReportLine
    STRING "REFERRERS: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-RefCountEdit) DELIMITED BY SIZE
        "   REFERRALS: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-RefCountEdit2) DELIMITED BY SIZE
        INTO ReferralReportLine
    END-STRING
    WRITE ReferralReportLine
    IF WS-RefOverflow = "YES"
        MOVE "REFERRAL LIST TRUNCATED AT 2000 ENTRIES" TO ReferralReportLine
        WRITE ReferralReportLine
    END-IF
    CLOSE ReferralReportFile.

LoadReferralEntry.
    READ RelationFile NEXT RECORD
        AT END MOVE "YES" TO WS-RelEOF
        NOT AT END
            IF RelType = "R"
                IF WS-RefUsed < 2000
                    ADD 1 TO WS-RefUsed
                    MOVE RelFromId TO WS-RefReferred(WS-RefUsed)
                    MOVE RelToId TO WS-RefReferrer(WS-RefUsed)
                    MOVE RelStartDate TO WS-RefStart(WS-RefUsed)
                ELSE
                    MOVE "YES" TO WS-RefOverflow
                END-IF
            END-IF
    END-READ.

ReportReferrer.
    MOVE WS-RefReferrer(WS-RefIx) TO WS-RefRootId
    MOVE "YES" TO WS-RefFirst
    MOVE 1 TO WS-RefScanIx
    PERFORM CheckReferrerListed
        UNTIL WS-RefScanIx >= WS-RefIx OR WS-RefFirst = "NO"
    IF WS-RefFirst = "YES"
        PERFORM WriteReferrerChain
    END-IF
    ADD 1 TO WS-RefIx.

CheckReferrerListed.
    IF WS-RefReferrer(WS-RefScanIx) = WS-RefRootId
        MOVE "NO" TO WS-RefFirst
    END-IF
    ADD 1 TO WS-RefScanIx.

WriteReferrerChain.
    ADD 1 TO WS-RefReferrers
    MOVE 0 TO WS-RefDirect
    MOVE 0 TO WS-RefReached
    MOVE 1 TO WS-RefScanIx
    PERFORM CountDirectReferral UNTIL WS-RefScanIx > WS-RefUsed
    MOVE WS-RefRootId TO WS-RefQueueId(1)
    MOVE 1 TO WS-RefQueueHead
    MOVE 1 TO WS-RefQueueTail
    PERFORM ExpandReferralQueue UNTIL WS-RefQueueHead > WS-RefQueueTail
    COMPUTE WS-RefIndirect = WS-RefReached - WS-RefDirect
    MOVE WS-RefRootId TO WS-RelShowOtherId
    PERFORM LookupRelatedContactName
    MOVE WS-RefDirect TO WS-RefCountEdit
    MOVE WS-RefIndirect TO WS-RefCountEdit2
    MOVE SPACES TO ReferralReportLine
    STRING WS-RefRootId DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        WS-RelOtherName(1:30) DELIMITED BY SIZE
        "  DIRECT " DELIMITED BY SIZE
        WS-RefCountEdit DELIMITED BY SIZE
        "  INDIRECT " DELIMITED BY SIZE
        WS-RefCountEdit2 DELIMITED BY SIZE
        INTO ReferralReportLine
    END-STRING
    WRITE ReferralReportLine
    MOVE 1 TO WS-RefScanIx
    PERFORM WriteDirectReferral UNTIL WS-RefScanIx > WS-RefUsed
    MOVE SPACES TO ReferralReportLine
    WRITE ReferralReportLine.

CountDirectReferral.
    IF WS-RefReferrer(WS-RefScanIx) = WS-RefRootId
        ADD 1 TO WS-RefDirect
    END-IF
    ADD 1 TO WS-RefScanIx.

ExpandReferralQueue.
    MOVE WS-RefQueueId(WS-RefQueueHead) TO WS-RefCurrentId
    MOVE 1 TO WS-RefScanIx
    PERFORM VisitReferral UNTIL WS-RefScanIx > WS-RefUsed
    ADD 1 TO WS-RefQueueHead.

VisitReferral.
    IF WS-RefReferrer(WS-RefScanIx) = WS-RefCurrentId
        MOVE "NO" TO WS-RefQueued
        MOVE 1 TO WS-RefQueueIx
        PERFORM CheckReferralQueued
            UNTIL WS-RefQueueIx > WS-RefQueueTail OR WS-RefQueued = "YES"
        IF WS-RefQueued = "NO" AND WS-RefQueueTail < 2000
            ADD 1 TO WS-RefReached
            ADD 1 TO WS-RefQueueTail
            MOVE WS-RefReferred(WS-RefScanIx)
                TO WS-RefQueueId(WS-RefQueueTail)
        END-IF
    END-IF
    ADD 1 TO WS-RefScanIx.

CheckReferralQueued.
    IF WS-RefQueueId(WS-RefQueueIx) = WS-RefReferred(WS-RefScanIx)
        MOVE "YES" TO WS-RefQueued
    END-IF
    ADD 1 TO WS-RefQueueIx.

WriteDirectReferral.
    IF WS-RefReferrer(WS-RefScanIx) = WS-RefRootId
        MOVE WS-RefReferred(WS-RefScanIx) TO WS-RelShowOtherId
        PERFORM LookupRelatedContactName
        MOVE SPACES TO ReferralReportLine
        STRING "    REFERRED " DELIMITED BY SIZE
            WS-RefReferred(WS-RefScanIx) DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            WS-RelOtherName(1:30) DELIMITED BY SIZE
            "  SINCE " DELIMITED BY SIZE
            WS-RefStart(WS-RefScanIx) DELIMITED BY SIZE
            INTO ReferralReportLine
        END-STRING
        WRITE ReferralReportLine
    END-IF
    ADD 1 TO WS-RefScanIx.

RunQualityScorecard.
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    MOVE WS-CurrentDateTime(1:14) TO WS-QualStamp
    MOVE WS-CurrentDateTime(1:8) TO WS-TodayDate
    COMPUTE WS-DateIntWork =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TodayDate))
            - WS-QualStaleDays
    COMPUTE WS-QualCutoff9 = FUNCTION DATE-OF-INTEGER(WS-DateIntWork)
    MOVE WS-QualCutoff9 TO WS-QualCutoffDate
    MOVE 0 TO WS-QualTotal
    MOVE 0 TO WS-QualScoreSum
    MOVE 0 TO WS-QualAvgScore
    MOVE 0 TO WS-QualWorse
    MOVE 0 TO WS-QualCatUsed
    MOVE 0 TO WS-QualOperUsed
    MOVE 0 TO WS-QualWorstUsed
    PERFORM InitQualityMeasures
    PERFORM LoadQualityPrevious
    PERFORM LoadQualityOwners
    MOVE "NO" TO WS-BadEmailAvailable
    OPEN INPUT BadEmailFile
    IF WS-BadEmailFileStatus = "00"
        MOVE "YES" TO WS-BadEmailAvailable
    END-IF
    MOVE "NO" TO WS-OwnerAvailable
    OPEN INPUT OwnerFile
    IF WS-OwnerFileStatus = "00"
        MOVE "YES" TO WS-OwnerAvailable
    END-IF
    MOVE "NO" TO WS-EOF
    OPEN INPUT ContactsFile
    PERFORM UNTIL WS-EOF = "YES"
        READ ContactsFile NEXT RECORD IGNORING LOCK
            AT END MOVE "YES" TO WS-EOF
            NOT AT END PERFORM ScoreContactQuality
        END-READ
    END-PERFORM
    CLOSE ContactsFile
    IF WS-BadEmailAvailable = "YES"
        CLOSE BadEmailFile
    END-IF
    IF WS-OwnerAvailable = "YES"
        CLOSE OwnerFile
    END-IF
    IF WS-QualTotal > 0
        COMPUTE WS-QualAvgScore ROUNDED = WS-QualScoreSum / WS-QualTotal
    END-IF
    PERFORM WriteQualityReport
    PERFORM AppendQualityHistory.

InitQualityMeasures.
    MOVE "PHONE MISSING/INVALID" TO WS-QualMeasureName(1)
    MOVE "PHONE" TO WS-QualMeasureCode(1)
    MOVE "EMAIL MISSING/INVALID" TO WS-QualMeasureName(2)
    MOVE "EMAIL" TO WS-QualMeasureCode(2)
    MOVE "ADDRESS INCOMPLETE" TO WS-QualMeasureName(3)
    MOVE "ADDRESS" TO WS-QualMeasureCode(3)
    MOVE "NO CATEGORY" TO WS-QualMeasureName(4)
    MOVE "CATEGORY" TO WS-QualMeasureCode(4)
    MOVE "NO COMPANY LINK" TO WS-QualMeasureName(5)
    MOVE "COMPANY" TO WS-QualMeasureCode(5)
    MOVE "NOT CONTACTED SINCE CUTOFF" TO WS-QualMeasureName(6)
    MOVE "STALE" TO WS-QualMeasureCode(6)
    MOVE 1 TO WS-QualMx
    PERFORM ClearQualityMeasure UNTIL WS-QualMx > 6.

ClearQualityMeasure.
    MOVE "N" TO WS-QualFail(WS-QualMx)
    MOVE 0 TO WS-QualCount(WS-QualMx)
    MOVE 0 TO WS-QualPrevCount(WS-QualMx)
    ADD 1 TO WS-QualMx.

LoadQualityPrevious.
    MOVE "NO" TO WS-QualPrevFound
    OPEN INPUT QualHistFile
    IF WS-QualHistFileStatus = "00"
        MOVE "NO" TO WS-QualEOF
        PERFORM UNTIL WS-QualEOF = "YES"
            READ QualHistFile
                AT END MOVE "YES" TO WS-QualEOF
                NOT AT END
                    IF QualHistTotal NUMERIC
                        AND QualHistStamp(1:6) < WS-QualStamp(1:6)
                        MOVE "YES" TO WS-QualPrevFound
                        MOVE QualHistStamp TO WS-QualPrevStamp
                        MOVE QualHistTotal TO WS-QualPrevTotal
                        MOVE QualHistAvgScore TO WS-QualPrevAvgScore
                        MOVE QualHistCount(1) TO WS-QualPrevCount(1)
                        MOVE QualHistCount(2) TO WS-QualPrevCount(2)
                        MOVE QualHistCount(3) TO WS-QualPrevCount(3)
                        MOVE QualHistCount(4) TO WS-QualPrevCount(4)
                        MOVE QualHistCount(5) TO WS-QualPrevCount(5)
                        MOVE QualHistCount(6) TO WS-QualPrevCount(6)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE QualHistFile
    END-IF.

LoadQualityOwners.
    MOVE 0 TO WS-QualOwnerUsed
    MOVE "NO" TO WS-QualOwnerOverflow
    PERFORM BeginAuditScan
    PERFORM ScanQualityOwnerLine UNTIL WS-EOF = "YES"
    PERFORM EndAuditScan.

ScanQualityOwnerLine.
    PERFORM GetNextAuditLine
    IF WS-AuditLineOk = "YES"
        MOVE SPACES TO WS-HistoryDate WS-HistoryOperator
            INTO WS-HistoryDate WS-HistoryOperator
                 WS-HistoryAction WS-HistoryIdPart
        END-UNSTRING
        IF (WS-HistoryAction = "CREATE" OR WS-HistoryAction = "IMPORT"
            OR WS-HistoryAction = "UPDATE" OR WS-HistoryAction = "MERGE"
            OR WS-HistoryAction = "RESTORE")
            AND WS-HistoryIdPart(1:3) = "ID="
            AND WS-HistoryIdPart(4:6) NUMERIC
            MOVE WS-HistoryIdPart(4:6) TO WS-QualOwnerSeekId
            PERFORM FindQualityOwner
            IF WS-QualOwnerFoundIx > 0
                MOVE WS-HistoryOperator
                    TO WS-QualOwnerName(WS-QualOwnerFoundIx)
            ELSE
                IF WS-QualOwnerUsed < 5000
                    ADD 1 TO WS-QualOwnerUsed
                    MOVE WS-QualOwnerSeekId
                        TO WS-QualOwnerId(WS-QualOwnerUsed)
                    MOVE WS-HistoryOperator
                        TO WS-QualOwnerName(WS-QualOwnerUsed)
                ELSE
                    MOVE "YES" TO WS-QualOwnerOverflow
                END-IF
            END-IF
        END-IF
    END-IF.

FindQualityOwner.
    MOVE 0 TO WS-QualOwnerFoundIx
    MOVE 1 TO WS-QualOwnerIx
    PERFORM SeekQualityOwner
        UNTIL WS-QualOwnerFoundIx > 0 OR WS-QualOwnerIx > WS-QualOwnerUsed.

SeekQualityOwner.
    IF WS-QualOwnerId(WS-QualOwnerIx) = WS-QualOwnerSeekId
        MOVE WS-QualOwnerIx TO WS-QualOwnerFoundIx
    ELSE
        ADD 1 TO WS-QualOwnerIx
    END-IF.

ScoreContactQuality.
    ADD 1 TO WS-QualTotal
    MOVE 1 TO WS-QualMx
    PERFORM ClearQualityFail UNTIL WS-QualMx > 6
    IF Phone = SPACES
        MOVE "Y" TO WS-QualFail(1)
    ELSE
        MOVE Phone TO WS-EntryPhone
        PERFORM NormalizePhoneNumber
        IF WS-PhoneValid NOT = "YES"
            MOVE "Y" TO WS-QualFail(1)
        END-IF
    END-IF
    IF Email = SPACES
        MOVE "Y" TO WS-QualFail(2)
    ELSE
        MOVE 0 TO WS-EmailAtCount
        MOVE 0 TO WS-EmailDotAfter
        INSPECT Email TALLYING WS-EmailAtCount FOR ALL "@"
        INSPECT Email TALLYING WS-EmailDotAfter
            FOR ALL "." AFTER INITIAL "@"
        IF WS-EmailAtCount NOT = 1 OR WS-EmailDotAfter = 0
            MOVE "Y" TO WS-QualFail(2)
        ELSE
            PERFORM CheckBadEmail
            IF WS-EmailBad = "YES"
                MOVE "Y" TO WS-QualFail(2)
            END-IF
        END-IF
    END-IF
    IF AddressStreet = SPACES OR AddressCity = SPACES
        OR AddressState = SPACES OR AddressZip = SPACES
        MOVE "Y" TO WS-QualFail(3)
    END-IF
    IF Category = SPACES
        MOVE "Y" TO WS-QualFail(4)
    END-IF
    IF ContactCompanyId NOT NUMERIC OR ContactCompanyId = 0
        MOVE "Y" TO WS-QualFail(5)
    END-IF
    IF LastContactedDate NOT NUMERIC
        OR LastContactedDate < WS-QualCutoffDate
        MOVE "Y" TO WS-QualFail(6)
    END-IF
    MOVE 0 TO WS-QualIssues
    MOVE SPACES TO WS-QualIssueText
    MOVE 1 TO WS-QualIssuePtr
    MOVE 1 TO WS-QualMx
    PERFORM TallyQualityMeasure UNTIL WS-QualMx > 6
    COMPUTE WS-QualScore ROUNDED = (6 - WS-QualIssues) * 100 / 6
    ADD WS-QualScore TO WS-QualScoreSum
    PERFORM TallyQualityCategory
    PERFORM TallyQualityOperator
    IF WS-QualIssues > 0
        PERFORM NoteQualityWorst
    END-IF.

ClearQualityFail.
    MOVE "N" TO WS-QualFail(WS-QualMx)
    ADD 1 TO WS-QualMx.

TallyQualityMeasure.
    IF WS-QualFail(WS-QualMx) = "Y"
        ADD 1 TO WS-QualIssues
        ADD 1 TO WS-QualCount(WS-QualMx)
        STRING WS-QualMeasureCode(WS-QualMx) DELIMITED BY SPACE
            " " DELIMITED BY SIZE
            INTO WS-QualIssueText
            WITH POINTER WS-QualIssuePtr
        END-STRING
    END-IF
    ADD 1 TO WS-QualMx.

TallyQualityCategory.
    IF Category = SPACES
        MOVE "(NONE)" TO WS-QualBucketSeek
    ELSE
        MOVE FUNCTION UPPER-CASE(Category) TO WS-QualBucketSeek
    END-IF
    MOVE 0 TO WS-QualCatFoundIx
    MOVE 1 TO WS-QualCatIx
    PERFORM SeekQualityCategory
        UNTIL WS-QualCatFoundIx > 0 OR WS-QualCatIx > WS-QualCatUsed
    IF WS-QualCatFoundIx = 0 AND WS-QualCatUsed < 100
        ADD 1 TO WS-QualCatUsed
        MOVE WS-QualBucketSeek TO WS-QualCatName(WS-QualCatUsed)
        MOVE 0 TO WS-QualCatContacts(WS-QualCatUsed)
        MOVE 0 TO WS-QualCatScoreSum(WS-QualCatUsed)
        MOVE 1 TO WS-QualMx
        PERFORM ClearQualityCatFail UNTIL WS-QualMx > 6
        MOVE WS-QualCatUsed TO WS-QualCatFoundIx
    END-IF
    IF WS-QualCatFoundIx > 0
        ADD 1 TO WS-QualCatContacts(WS-QualCatFoundIx)
        ADD WS-QualScore TO WS-QualCatScoreSum(WS-QualCatFoundIx)
        MOVE 1 TO WS-QualMx
        PERFORM AddQualityCatFail UNTIL WS-QualMx > 6
    END-IF.

SeekQualityCategory.
    IF WS-QualCatName(WS-QualCatIx) = WS-QualBucketSeek
        MOVE WS-QualCatIx TO WS-QualCatFoundIx
    ELSE
        ADD 1 TO WS-QualCatIx
    END-IF.

ClearQualityCatFail.
    MOVE 0 TO WS-QualCatFails(WS-QualCatUsed, WS-QualMx)
    ADD 1 TO WS-QualMx.

AddQualityCatFail.
    IF WS-QualFail(WS-QualMx) = "Y"
        ADD 1 TO WS-QualCatFails(WS-QualCatFoundIx, WS-QualMx)
    END-IF
    ADD 1 TO WS-QualMx.

TallyQualityOperator.
    MOVE "(NO AUDIT ENTRY)" TO WS-QualBucketSeek
    MOVE "NO" TO WS-OwnerFound
    IF WS-OwnerAvailable = "YES"
        MOVE ContactId TO OwnerContactId
        READ OwnerFile RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "YES" TO WS-OwnerFound
                MOVE OwnerOperatorId TO WS-QualBucketSeek
        END-READ
    END-IF
    IF WS-OwnerFound = "NO"
        MOVE ContactId TO WS-QualOwnerSeekId
        PERFORM FindQualityOwner
        IF WS-QualOwnerFoundIx > 0
            MOVE WS-QualOwnerName(WS-QualOwnerFoundIx) TO WS-QualBucketSeek
        END-IF
    END-IF
    MOVE 0 TO WS-QualOperFoundIx
    MOVE 1 TO WS-QualOperIx
    PERFORM SeekQualityOperator
        UNTIL WS-QualOperFoundIx > 0 OR WS-QualOperIx > WS-QualOperUsed
    IF WS-QualOperFoundIx = 0 AND WS-QualOperUsed < 50
        ADD 1 TO WS-QualOperUsed
        MOVE WS-QualBucketSeek TO WS-QualOperName(WS-QualOperUsed)
        MOVE 0 TO WS-QualOperContacts(WS-QualOperUsed)
        MOVE 0 TO WS-QualOperScoreSum(WS-QualOperUsed)
        MOVE 1 TO WS-QualMx
        PERFORM ClearQualityOperFail UNTIL WS-QualMx > 6
        MOVE WS-QualOperUsed TO WS-QualOperFoundIx
    END-IF
    IF WS-QualOperFoundIx > 0
        ADD 1 TO WS-QualOperContacts(WS-QualOperFoundIx)
        ADD WS-QualScore TO WS-QualOperScoreSum(WS-QualOperFoundIx)
        MOVE 1 TO WS-QualMx
        PERFORM AddQualityOperFail UNTIL WS-QualMx > 6
    END-IF.

SeekQualityOperator.
    IF WS-QualOperName(WS-QualOperIx) = WS-QualBucketSeek
        MOVE WS-QualOperIx TO WS-QualOperFoundIx
    ELSE
        ADD 1 TO WS-QualOperIx
    END-IF.

ClearQualityOperFail.
    MOVE 0 TO WS-QualOperFails(WS-QualOperUsed, WS-QualMx)
    ADD 1 TO WS-QualMx.

AddQualityOperFail.
    IF WS-QualFail(WS-QualMx) = "Y"
        ADD 1 TO WS-QualOperFails(WS-QualOperFoundIx, WS-QualMx)
    END-IF
    ADD 1 TO WS-QualMx.

NoteQualityWorst.
    IF WS-QualWorstUsed < 25
        ADD 1 TO WS-QualWorstUsed
        MOVE WS-QualWorstUsed TO WS-QualWorstMinIx
        PERFORM StoreQualityWorst
    ELSE
        MOVE 1 TO WS-QualWorstMinIx
        MOVE 2 TO WS-QualWorstIx
        PERFORM FindQualityWorstMin UNTIL WS-QualWorstIx > WS-QualWorstUsed
        IF WS-QualIssues > WS-QualWorstIssues(WS-QualWorstMinIx)
            PERFORM StoreQualityWorst
        END-IF
    END-IF.

FindQualityWorstMin.
    IF WS-QualWorstIssues(WS-QualWorstIx)
        < WS-QualWorstIssues(WS-QualWorstMinIx)
        MOVE WS-QualWorstIx TO WS-QualWorstMinIx
    END-IF
    ADD 1 TO WS-QualWorstIx.

StoreQualityWorst.
    MOVE ContactId TO WS-QualWorstId(WS-QualWorstMinIx)
    MOVE SPACES TO WS-QualWorstName(WS-QualWorstMinIx)
    STRING FirstName DELIMITED BY SPACE
        " " DELIMITED BY SIZE
        LastName DELIMITED BY SPACE
        INTO WS-QualWorstName(WS-QualWorstMinIx)
    END-STRING
    MOVE WS-QualIssues TO WS-QualWorstIssues(WS-QualWorstMinIx)
    MOVE WS-QualIssueText TO WS-QualWorstText(WS-QualWorstMinIx).

WriteQualityReport.
    OPEN OUTPUT QualityReportFile
    MOVE SPACES TO QualityReportLine
    STRING "DATA QUALITY SCORECARD - " DELIMITED BY SIZE
        WS-QualStamp DELIMITED BY SIZE
        INTO QualityReportLine
    END-STRING
    WRITE QualityReportLine
    MOVE WS-QualStaleDays TO WS-QualCountEdit
    MOVE SPACES TO QualityReportLine
    STRING "STALE CUTOFF: " DELIMITED BY SIZE
        WS-QualCutoffDate DELIMITED BY SIZE
        " (" DELIMITED BY SIZE
        FUNCTION TRIM(WS-QualCountEdit) DELIMITED BY SIZE
        " DAYS)" DELIMITED BY SIZE
        INTO QualityReportLine
    END-STRING
    WRITE QualityReportLine
    IF WS-QualPrevFound = "YES"
        MOVE SPACES TO QualityReportLine
        STRING "COMPARED WITH LAST MONTH - RUN OF " DELIMITED BY SIZE
            WS-QualPrevStamp DELIMITED BY SIZE
            INTO QualityReportLine
        END-STRING
    ELSE
        MOVE "NO RUN FROM AN EARLIER MONTH ON FILE FOR COMPARISON"
            TO QualityReportLine
    END-IF
    WRITE QualityReportLine
    MOVE SPACES TO QualityReportLine
    WRITE QualityReportLine
    MOVE WS-QualTotal TO WS-QualCountEdit
    MOVE WS-QualAvgScore TO WS-QualScoreEdit
    MOVE SPACES TO QualityReportLine
    STRING "CONTACTS SCORED: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-QualCountEdit) DELIMITED BY SIZE
        "   AVERAGE SCORE: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-QualScoreEdit) DELIMITED BY SIZE
        "%" DELIMITED BY SIZE
        INTO QualityReportLine
    END-STRING
    WRITE QualityReportLine
    IF WS-QualPrevFound = "YES"
        MOVE WS-QualPrevTotal TO WS-QualCountEdit
        MOVE WS-QualPrevAvgScore TO WS-QualScoreEdit
        MOVE SPACES TO QualityReportLine
        STRING "LAST MONTH SCORED: " DELIMITED BY SIZE
            FUNCTION TRIM(WS-QualCountEdit) DELIMITED BY SIZE
            "   AVERAGE SCORE: " DELIMITED BY SIZE
            FUNCTION TRIM(WS-QualScoreEdit) DELIMITED BY SIZE
            "%" DELIMITED BY SIZE
            INTO QualityReportLine
        END-STRING
        WRITE QualityReportLine
    END-IF
    MOVE SPACES TO QualityReportLine
    WRITE QualityReportLine
    MOVE "  MEASURE                  FAILING    PCT   LAST MO  TREND"
        TO QualityReportLine
    WRITE QualityReportLine
    MOVE 1 TO WS-QualMx
    PERFORM WriteQualityMeasureLine UNTIL WS-QualMx > 6
    MOVE SPACES TO QualityReportLine
    WRITE QualityReportLine
    MOVE "TOTALS BY CATEGORY" TO QualityReportLine
    WRITE QualityReportLine
    MOVE "  CATEGORY         COUNT PHONE EMAIL  ADDR   CAT  COMP STALE  AVG%"
        TO QualityReportLine
    WRITE QualityReportLine
    MOVE 1 TO WS-QualCatIx
    PERFORM WriteQualityCategoryLine UNTIL WS-QualCatIx > WS-QualCatUsed
    MOVE SPACES TO QualityReportLine
    WRITE QualityReportLine
    MOVE "TOTALS BY OPERATOR (OWNER, ELSE LAST TO MAINTAIN)"
        TO QualityReportLine
    WRITE QualityReportLine
    MOVE "  OPERATOR         COUNT PHONE EMAIL  ADDR   CAT  COMP STALE  AVG%"
        TO QualityReportLine
    WRITE QualityReportLine
    MOVE 1 TO WS-QualOperIx
    PERFORM WriteQualityOperatorLine UNTIL WS-QualOperIx > WS-QualOperUsed
    IF WS-QualOwnerOverflow = "YES"
        MOVE "  (AUDIT HISTORY EXCEEDED 5000 CONTACTS - SOME SHOWN AS NO ENTRY)"
            TO QualityReportLine
        WRITE QualityReportLine
    END-IF
    MOVE SPACES TO QualityReportLine
    WRITE QualityReportLine
    MOVE "WORST RECORDS FOR CLEANUP" TO QualityReportLine
    WRITE QualityReportLine
    MOVE "  ID      NAME                     #  FAILING CHECKS"
        TO QualityReportLine
    WRITE QualityReportLine
    IF WS-QualWorstUsed = 0
        MOVE "  (NONE - EVERY CONTACT PASSED EVERY CHECK)"
            TO QualityReportLine
        WRITE QualityReportLine
    END-IF
    MOVE 6 TO WS-QualWorstLevel
    PERFORM WriteQualityWorstLevel UNTIL WS-QualWorstLevel = 0
    CLOSE QualityReportFile.

WriteQualityMeasureLine.
    MOVE 0 TO WS-QualPct
    IF WS-QualTotal > 0
        COMPUTE WS-QualPct ROUNDED =
            WS-QualCount(WS-QualMx) * 100 / WS-QualTotal
    END-IF
    MOVE WS-QualMeasureName(WS-QualMx) TO WS-QualMLineName
    MOVE WS-QualCount(WS-QualMx) TO WS-QualMLineCount
    MOVE WS-QualPct TO WS-QualMLinePct
    MOVE SPACES TO WS-QualMLinePrevPct
    IF WS-QualPrevFound = "YES" AND WS-QualPrevTotal > 0
        COMPUTE WS-QualPrevPct ROUNDED =
            WS-QualPrevCount(WS-QualMx) * 100 / WS-QualPrevTotal
        MOVE WS-QualPrevPct TO WS-QualPrevPctEdit
        STRING WS-QualPrevPctEdit DELIMITED BY SIZE
            "%" DELIMITED BY SIZE
            INTO WS-QualMLinePrevPct
        END-STRING
        EVALUATE TRUE
            WHEN WS-QualPct < WS-QualPrevPct
                MOVE "BETTER" TO WS-QualTrend
            WHEN WS-QualPct > WS-QualPrevPct
                MOVE "WORSE" TO WS-QualTrend
                ADD 1 TO WS-QualWorse
            WHEN OTHER
                MOVE "SAME" TO WS-QualTrend
        END-EVALUATE
    ELSE
        MOVE "NEW" TO WS-QualTrend
    END-IF
    MOVE WS-QualTrend TO WS-QualMLineTrend
    MOVE WS-QualMeasureLine TO QualityReportLine
    WRITE QualityReportLine
    ADD 1 TO WS-QualMx.

WriteQualityCategoryLine.
    MOVE WS-QualCatName(WS-QualCatIx) TO WS-QualLineName
    MOVE WS-QualCatContacts(WS-QualCatIx) TO WS-QualLineContacts
    MOVE 1 TO WS-QualMx
    PERFORM MoveQualityCatFail UNTIL WS-QualMx > 6
    MOVE 0 TO WS-QualScore
    IF WS-QualCatContacts(WS-QualCatIx) > 0
        COMPUTE WS-QualScore ROUNDED = WS-QualCatScoreSum(WS-QualCatIx)
            / WS-QualCatContacts(WS-QualCatIx)
    END-IF
    MOVE WS-QualScore TO WS-QualLineAvg
    MOVE WS-QualBucketLine TO QualityReportLine
    WRITE QualityReportLine
    ADD 1 TO WS-QualCatIx.

MoveQualityCatFail.
    MOVE WS-QualCatFails(WS-QualCatIx, WS-QualMx)
        TO WS-QualLineFail(WS-QualMx)
    ADD 1 TO WS-QualMx.

WriteQualityOperatorLine.
    MOVE WS-QualOperName(WS-QualOperIx) TO WS-QualLineName
    MOVE WS-QualOperContacts(WS-QualOperIx) TO WS-QualLineContacts
    MOVE 1 TO WS-QualMx
    PERFORM MoveQualityOperFail UNTIL WS-QualMx > 6
    MOVE 0 TO WS-QualScore
    IF WS-QualOperContacts(WS-QualOperIx) > 0
        COMPUTE WS-QualScore ROUNDED = WS-QualOperScoreSum(WS-QualOperIx)
            / WS-QualOperContacts(WS-QualOperIx)
    END-IF
    MOVE WS-QualScore TO WS-QualLineAvg
    MOVE WS-QualBucketLine TO QualityReportLine
    WRITE QualityReportLine
    ADD 1 TO WS-QualOperIx.

MoveQualityOperFail.
    MOVE WS-QualOperFails(WS-QualOperIx, WS-QualMx)
        TO WS-QualLineFail(WS-QualMx)
    ADD 1 TO WS-QualMx.

WriteQualityWorstLevel.
    MOVE 1 TO WS-QualWorstIx
    PERFORM WriteQualityWorstEntry UNTIL WS-QualWorstIx > WS-QualWorstUsed
    SUBTRACT 1 FROM WS-QualWorstLevel.

WriteQualityWorstEntry.
    IF WS-QualWorstIssues(WS-QualWorstIx) = WS-QualWorstLevel
        MOVE WS-QualWorstId(WS-QualWorstIx) TO WS-QualWLineId
        MOVE WS-QualWorstName(WS-QualWorstIx) TO WS-QualWLineName
        MOVE WS-QualWorstIssues(WS-QualWorstIx) TO WS-QualWLineIssues
        MOVE WS-QualWorstText(WS-QualWorstIx) TO WS-QualWLineText
        MOVE WS-QualWorstLine TO QualityReportLine
        WRITE QualityReportLine
    END-IF
    ADD 1 TO WS-QualWorstIx.

AppendQualityHistory.
    OPEN EXTEND QualHistFile
    IF WS-QualHistFileStatus = "35"
        OPEN OUTPUT QualHistFile
    END-IF
    IF WS-QualHistFileStatus = "00"
        MOVE WS-QualStamp TO QualHistStamp
        MOVE WS-QualTotal TO QualHistTotal
        MOVE WS-QualAvgScore TO QualHistAvgScore
        MOVE WS-QualCount(1) TO QualHistCount(1)
        MOVE WS-QualCount(2) TO QualHistCount(2)
        MOVE WS-QualCount(3) TO QualHistCount(3)
        MOVE WS-QualCount(4) TO QualHistCount(4)
        MOVE WS-QualCount(5) TO QualHistCount(5)
        MOVE WS-QualCount(6) TO QualHistCount(6)
        WRITE QualHistRecord
        CLOSE QualHistFile
    END-IF.

RunXrefSweep.
    MOVE "NO" TO WS-XrefApply
    IF FUNCTION UPPER-CASE(WS-BatchArg1) = "APPLY"
        OR FUNCTION UPPER-CASE(WS-BatchArg2) = "APPLY"
        MOVE "YES" TO WS-XrefApply
    END-IF
    MOVE 0 TO WS-XrefOrphanNotes WS-XrefOrphanMembers
        WS-XrefDeadLinks WS-XrefStaleLocks WS-XrefUnusedCategories
        WS-XrefExceptions
    MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
    MOVE WS-CurrentDateTime(1:8) TO WS-TodayDate
    COMPUTE WS-DateIntWork = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TodayDate)) - 1)
    MOVE SPACES TO WS-XrefLockCutoff
    STRING WS-DateIntWork DELIMITED BY SIZE
        WS-CurrentDateTime(9:6) DELIMITED BY SIZE
        INTO WS-XrefLockCutoff
    END-STRING
    PERFORM EnsureCompanyFile
    OPEN OUTPUT XrefReportFile
    MOVE SPACES TO XrefReportLine
    STRING "Cross-File Integrity Sweep " DELIMITED BY SIZE
        WS-CurrentDateTime(1:14) DELIMITED BY SIZE
        INTO XrefReportLine
    END-STRING
    WRITE XrefReportLine
    IF WS-XrefApply = "YES"
        MOVE "MODE: APPLY - CORRECTIONS WRITTEN" TO XrefReportLine
    ELSE
        MOVE "MODE: PREVIEW - NO FILES CHANGED" TO XrefReportLine
    END-IF
    WRITE XrefReportLine
    OPEN INPUT ContactsFile
    PERFORM XrefCheckNotes
    PERFORM XrefCheckCampaignMembers
    CLOSE ContactsFile
    PERFORM XrefCheckCompanyLinks
    OPEN INPUT ContactsFile
    PERFORM XrefCheckLocks
    CLOSE ContactsFile
    PERFORM XrefCheckCategories
    COMPUTE WS-XrefExceptions = WS-XrefOrphanNotes
        + WS-XrefOrphanMembers + WS-XrefDeadLinks
        + WS-XrefStaleLocks + WS-XrefUnusedCategories
    MOVE SPACES TO XrefReportLine
    WRITE XrefReportLine
    MOVE WS-XrefExceptions TO WS-XrefCountEdit
    MOVE SPACES TO XrefReportLine
    STRING "Total Exceptions: " DELIMITED BY SIZE
        FUNCTION TRIM(WS-XrefCountEdit) DELIMITED BY SIZE
        INTO XrefReportLine
    END-STRING
    WRITE XrefReportLine
    CLOSE XrefReportFile.

XrefWriteSectionHeader.
    MOVE SPACES TO XrefReportLine
    WRITE XrefReportLine
    MOVE WS-XrefReason TO XrefReportLine
    WRITE XrefReportLine.

XrefLookupContact.
    MOVE "NO" TO WS-XrefContactFound
    READ ContactsFile RECORD IGNORING LOCK
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "YES" TO WS-XrefContactFound
    END-READ.

XrefCheckNotes.
    MOVE "ORPHAN NOTES" TO WS-XrefReason
    PERFORM XrefWriteSectionHeader
    MOVE "NO" TO WS-ArchNotesAvail
    IF WS-XrefApply = "YES"
        PERFORM EnsureArchiveFiles
        IF WS-ArchAvailable = "YES"
            CLOSE ArchiveFile
        END-IF
        OPEN I-O NotesFile
    ELSE
        OPEN INPUT NotesFile
    END-IF
    IF WS-NotesFileStatus = "00"
        MOVE 0 TO WS-XrefLastNoteId
        MOVE "YES" TO WS-XrefLastNoteFound
        MOVE "NO" TO WS-XrefEOF
        PERFORM XrefScanNote UNTIL WS-XrefEOF = "YES"
        CLOSE NotesFile
    END-IF
    IF WS-ArchNotesAvail = "YES"
        CLOSE ArchNotesFile
    END-IF
    IF WS-XrefOrphanNotes = 0
        MOVE "  (NONE)" TO XrefReportLine
        WRITE XrefReportLine
    END-IF.

XrefScanNote.
    READ NotesFile NEXT RECORD
        AT END MOVE "YES" TO WS-XrefEOF
        NOT AT END
            IF NoteContactId NOT = WS-XrefLastNoteId
                MOVE NoteContactId TO WS-XrefLastNoteId
                MOVE NoteContactId TO ContactId
                PERFORM XrefLookupContact
                MOVE WS-XrefContactFound TO WS-XrefLastNoteFound
            END-IF
            IF WS-XrefLastNoteFound = "NO"
                ADD 1 TO WS-XrefOrphanNotes
                MOVE SPACES TO XrefReportLine
                STRING "  CONTACT " DELIMITED BY SIZE
                    NoteContactId DELIMITED BY SIZE
                    "  NOTE " DELIMITED BY SIZE
                    NoteSeq DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    NoteDate DELIMITED BY SIZE
                    INTO XrefReportLine
                END-STRING
                IF WS-XrefApply = "YES"
                    IF WS-ArchNotesAvail = "YES"
                        PERFORM XrefArchiveNote
                    ELSE
                        MOVE "UNABLE TO OPEN ARCHIVE NOTES - NOT MOVED"
                            TO XrefReportLine(36:)
                    END-IF
                END-IF
                WRITE XrefReportLine
            END-IF
    END-READ.

XrefArchiveNote.
    MOVE ContactNote TO WS-NoteImage
    MOVE WS-NoteImage(1:10) TO ArchNoteKey
    MOVE WS-NoteImage(11:220) TO ArchNoteBody
    MOVE "YES" TO WS-WriteOk
    WRITE ArchNote
        INVALID KEY
            REWRITE ArchNote
                INVALID KEY
                    MOVE "NO" TO WS-WriteOk
            END-REWRITE
    END-WRITE
    IF WS-WriteOk = "YES"
        DELETE NotesFile RECORD
            INVALID KEY
                CONTINUE
        END-DELETE
        MOVE "MOVED TO ARCHNOTE.DAT" TO XrefReportLine(36:)
    ELSE
        MOVE "ARCHIVE WRITE FAILED - NOT MOVED" TO XrefReportLine(36:)
    END-IF.

XrefCheckCampaignMembers.
    MOVE "ORPHAN CAMPAIGN MEMBERS" TO WS-XrefReason
    PERFORM XrefWriteSectionHeader
    OPEN INPUT CampMembFile
    IF WS-CampMembFileStatus = "00"
        MOVE "NO" TO WS-XrefEOF
        PERFORM XrefScanCampaignMember UNTIL WS-XrefEOF = "YES"
        CLOSE CampMembFile
    END-IF
    IF WS-XrefOrphanMembers = 0
        MOVE "  (NONE)" TO XrefReportLine
        WRITE XrefReportLine
    END-IF.

XrefScanCampaignMember.
    READ CampMembFile NEXT RECORD
        AT END MOVE "YES" TO WS-XrefEOF
        NOT AT END
            MOVE MemberContactId TO ContactId
            PERFORM XrefLookupContact
            IF WS-XrefContactFound = "NO"
                ADD 1 TO WS-XrefOrphanMembers
                MOVE SPACES TO XrefReportLine
                STRING "  CAMPAIGN " DELIMITED BY SIZE
                    MemberCampaignId DELIMITED BY SIZE
                    "  CONTACT " DELIMITED BY SIZE
                    MemberContactId DELIMITED BY SIZE
                    "  MAILED " DELIMITED BY SIZE
                    MemberMailDate DELIMITED BY SIZE
                    INTO XrefReportLine
                END-STRING
                WRITE XrefReportLine
            END-IF
    END-READ.

XrefCheckCompanyLinks.
    MOVE "DEAD COMPANY LINKS" TO WS-XrefReason
    PERFORM XrefWriteSectionHeader
    OPEN INPUT CompanyFile
    IF WS-CompanyFileStatus = "00"
        IF WS-XrefApply = "YES"
            OPEN I-O ContactsFile
        ELSE
            OPEN INPUT ContactsFile
        END-IF
        MOVE "NO" TO WS-XrefEOF
        PERFORM XrefScanCompanyLink UNTIL WS-XrefEOF = "YES"
        CLOSE ContactsFile
        CLOSE CompanyFile
    ELSE
        MOVE "  UNABLE TO OPEN COMPANY.DAT - LINKS NOT CHECKED"
            TO XrefReportLine
        WRITE XrefReportLine
    END-IF
    IF WS-XrefDeadLinks = 0
        MOVE "  (NONE)" TO XrefReportLine
        WRITE XrefReportLine
    END-IF.

XrefScanCompanyLink.
    READ ContactsFile NEXT RECORD IGNORING LOCK
        AT END MOVE "YES" TO WS-XrefEOF
        NOT AT END
            IF ContactCompanyId > 0
                MOVE SPACES TO WS-XrefReason
                MOVE ContactCompanyId TO CompanyId
                READ CompanyFile RECORD
                    INVALID KEY
                        MOVE "MISSING COMPANY" TO WS-XrefReason
                    NOT INVALID KEY
                        IF CompanyStatus = "R"
                            MOVE "RETIRED COMPANY" TO WS-XrefReason
                        END-IF
                END-READ
                IF WS-XrefReason NOT = SPACES
                    PERFORM XrefReportDeadLink
                END-IF
            END-IF
    END-READ.

XrefReportDeadLink.
    ADD 1 TO WS-XrefDeadLinks
    MOVE SPACES TO XrefReportLine
    STRING "  " DELIMITED BY SIZE
        ContactId DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        FirstName DELIMITED BY SPACE
        " " DELIMITED BY SIZE
        LastName DELIMITED BY SPACE
        "  COMPANY " DELIMITED BY SIZE
        ContactCompanyId DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-XrefReason DELIMITED BY SIZE
        INTO XrefReportLine
    END-STRING
    WRITE XrefReportLine
    IF WS-XrefApply = "YES"
        MOVE Contact TO WS-AuditBeforeName
        MOVE 0 TO ContactCompanyId
        MOVE "YES" TO WS-WriteOk
        REWRITE Contact
            INVALID KEY
                MOVE "NO" TO WS-WriteOk
        END-REWRITE
        IF WS-WriteOk = "YES"
            MOVE "UPDATE" TO WS-AuditAction
            MOVE ContactId TO WS-AuditContactId
            MOVE Contact TO WS-AuditAfterName
            PERFORM WriteAuditLogEntry
            MOVE "    LINK CLEARED" TO XrefReportLine
        ELSE
            MOVE "    UNABLE TO CLEAR LINK" TO XrefReportLine
        END-IF
        WRITE XrefReportLine
    END-IF.

XrefCheckLocks.
    MOVE "STALE LOCKS" TO WS-XrefReason
    PERFORM XrefWriteSectionHeader
    IF WS-XrefApply = "YES"
        OPEN I-O LocksFile
    ELSE
        OPEN INPUT LocksFile
    END-IF
    IF WS-LocksFileStatus = "00"
        MOVE "NO" TO WS-XrefEOF
        PERFORM XrefScanLock UNTIL WS-XrefEOF = "YES"
        CLOSE LocksFile
    END-IF
    IF WS-XrefStaleLocks = 0
        MOVE "  (NONE)" TO XrefReportLine
        WRITE XrefReportLine
    END-IF.

XrefScanLock.
    READ LocksFile NEXT RECORD
        AT END MOVE "YES" TO WS-XrefEOF
        NOT AT END
            MOVE SPACES TO WS-XrefReason
            IF LockTime < WS-XrefLockCutoff
                MOVE "OLDER THAN ONE DAY" TO WS-XrefReason
            ELSE
                IF LockContactId > 0
                    MOVE LockContactId TO ContactId
                    PERFORM XrefLookupContact
                    IF WS-XrefContactFound = "NO"
                        MOVE "CONTACT NOT ON FILE" TO WS-XrefReason
                    END-IF
                END-IF
            END-IF
            IF WS-XrefReason NOT = SPACES
                ADD 1 TO WS-XrefStaleLocks
                MOVE SPACES TO XrefReportLine
                STRING "  CONTACT " DELIMITED BY SIZE
                    LockContactId DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    LockOperator DELIMITED BY SPACE
                    "  " DELIMITED BY SIZE
                    LockTime DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-XrefReason DELIMITED BY SIZE
                    INTO XrefReportLine
                END-STRING
                WRITE XrefReportLine
                IF WS-XrefApply = "YES"
                    DELETE LocksFile RECORD
                        INVALID KEY
                            CONTINUE
                    END-DELETE
                END-IF
            END-IF
    END-READ.

XrefCheckCategories.
    MOVE "UNUSED CATEGORIES" TO WS-XrefReason
    PERFORM XrefWriteSectionHeader
    MOVE 0 TO WS-XrefCatUsed
    MOVE "NO" TO WS-XrefCatOverflow
    OPEN INPUT ContactsFile
    MOVE "NO" TO WS-XrefEOF
    PERFORM XrefCollectCategory UNTIL WS-XrefEOF = "YES"
    CLOSE ContactsFile
    IF WS-XrefCatOverflow = "YES"
        MOVE "  TOO MANY DISTINCT CATEGORIES - NOT CHECKED"
            TO XrefReportLine
        WRITE XrefReportLine
    ELSE
        OPEN INPUT CategoryFile
        IF WS-CategoryFileStatus = "00"
            MOVE "NO" TO WS-XrefEOF
            PERFORM XrefScanCategory UNTIL WS-XrefEOF = "YES"
            CLOSE CategoryFile
        END-IF
        IF WS-XrefUnusedCategories = 0
            MOVE "  (NONE)" TO XrefReportLine
            WRITE XrefReportLine
        END-IF
    END-IF.

XrefCollectCategory.
    READ ContactsFile NEXT RECORD IGNORING LOCK
        AT END MOVE "YES" TO WS-XrefEOF
        NOT AT END
            IF Category NOT = SPACES
                MOVE FUNCTION UPPER-CASE(Category) TO WS-XrefCatSeek
                PERFORM XrefSeekCategory
                IF WS-XrefCatFoundIx = 0
                    IF WS-XrefCatUsed < 500
                        ADD 1 TO WS-XrefCatUsed
                        MOVE WS-XrefCatSeek
                            TO WS-XrefCatName(WS-XrefCatUsed)
                    ELSE
                        MOVE "YES" TO WS-XrefCatOverflow
                    END-IF
                END-IF
            END-IF
    END-READ.

XrefSeekCategory.
    MOVE 0 TO WS-XrefCatFoundIx
    MOVE 1 TO WS-XrefCatIx
    PERFORM XrefSeekCategoryEntry
        UNTIL WS-XrefCatFoundIx > 0 OR WS-XrefCatIx > WS-XrefCatUsed.

XrefSeekCategoryEntry.
    IF WS-XrefCatName(WS-XrefCatIx) = WS-XrefCatSeek
        MOVE WS-XrefCatIx TO WS-XrefCatFoundIx
    ELSE
        ADD 1 TO WS-XrefCatIx
    END-IF.

XrefScanCategory.
    READ CategoryFile NEXT RECORD
        AT END MOVE "YES" TO WS-XrefEOF
        NOT AT END
            MOVE FUNCTION UPPER-CASE(CategoryName) TO WS-XrefCatSeek
            PERFORM XrefSeekCategory
            IF WS-XrefCatFoundIx = 0
                ADD 1 TO WS-XrefUnusedCategories
                MOVE SPACES TO XrefReportLine
                STRING "  " DELIMITED BY SIZE
                    CategoryName DELIMITED BY SIZE
                    "  STATUS " DELIMITED BY SIZE
                    CategoryStatus DELIMITED BY SIZE
                    INTO XrefReportLine
                END-STRING
                WRITE XrefReportLine
            END-IF
    END-READ.

    CLOSE ContactsFile
    IF WS-WriteOk = "YES"
        PERFORM MoveNotesFromArchive
        PERFORM MoveRelationsFromArchive
        DELETE ArchiveFile RECORD
            INVALID KEY
                CONTINUE
        MOVE SPACES TO WS-AuditBeforeName
        MOVE WS-ArchImage TO WS-AuditAfterName
        PERFORM WriteAuditLogEntry
        MOVE WS-AuditContactId TO WS-OwnerSeekId
        PERFORM AssignNewContactOwner
        IF ArchContactId >= WS-NextContactId
            COMPUTE WS-NextContactId = ArchContactId + 1
        END-IF
        WS-HistoryContactId DELIMITED BY SIZE
        INTO WS-HistoryIdToken
    END-STRING
    MOVE WS-HistoryContactId TO WS-RelSeekId
    PERFORM LoadContactRelations
    MOVE "C" TO RESPONSE-IN-WS
    PERFORM BeginAuditScan
    PERFORM DisplayContactHistoryScreenLoop
        MOVE WS-HistoryShowLine3 TO WS-HistoryAfterShow3
        DISPLAY HISTORY-SCREEN-HEADER
        DISPLAY HISTORY-ENTRY-SECTION
        DISPLAY HISTORY-RELATION-SECTION
        DISPLAY HISTORY-ENTRY-MENU
        ACCEPT HISTORY-ENTRY-MENU-INPUT
        IF RESPONSE-IN-WS = "L" OR "l"
            MOVE WS-HistoryContactId TO WS-RelSeekId
            MOVE "NO" TO WS-RelEditMode
            MOVE "NO" TO WS-RelContactsOpen
            PERFORM DisplayContactRelationsScreen
            MOVE "C" TO RESPONSE-IN-WS
        END-IF
        IF RESPONSE-IN-WS = "R" OR "r"
            PERFORM RequireAdminAccess
            IF WS-AccessAllowed NOT = "YES"
            MOVE SPACES TO WS-AuditBeforeName
            MOVE WS-Contact TO WS-AuditAfterName
            PERFORM WriteAuditLogEntry
            MOVE WS-AuditContactId TO WS-OwnerSeekId
            PERFORM AssignNewContactOwner
            IF WS-ContactId >= WS-NextContactId
                COMPUTE WS-NextContactId = WS-ContactId + 1
            END-IF
            MOVE WS-ContactId TO WS-SelectedContactId
    END-READ
    IF WS-EOF NOT = "YES"
        MOVE WS-ContactId TO WS-RelSeekId
        PERFORM LoadContactRelations
        MOVE WS-ContactId TO WS-OwnerSeekId
        PERFORM LookupContactOwner
        DISPLAY EDIT-CONTACT-SCREEN-HEADER
        DISPLAY NAME-SECTION
        DISPLAY RELATION-COUNT-SECTION
        DISPLAY OWNER-SHOW-SECTION
        DISPLAY PAGE-SECTION
        DISPLAY TOTAL-CONTACTS-SECTION
        DISPLAY EDIT-CONTACT-SCREEN-MENU
            PERFORM DisplayCampaignHistoryScreen
            MOVE "C" TO RESPONSE-IN-WS
        END-IF
        IF RESPONSE-IN-WS = "L" OR "l"
            MOVE "YES" TO WS-RelEditMode
            MOVE "YES" TO WS-RelContactsOpen
            PERFORM DisplayContactRelationsScreen
            MOVE "NO" TO WS-RelContactsOpen
            MOVE "C" TO RESPONSE-IN-WS
        END-IF
        IF RESPONSE-IN-WS = "O" OR "o"
            PERFORM DisplayContactOwnerScreen
            MOVE "C" TO RESPONSE-IN-WS
        END-IF
    END-IF.

DisplayEditContactDetailScreen.
            MOVE Email TO WS-EntryEmail
            MOVE Category TO WS-EntryCategory
            MOVE ContactCompanyId TO WS-EntryCompanyId
            MOVE AddressCity TO WS-EntryCity
            MOVE AddressState TO WS-EntryState
            MOVE AddressZip TO WS-EntryZip
            PERFORM ValidateContactEntry
            IF WS-EntryValid = "NO"
                DISPLAY "Contact not updated: "
                MOVE WS-EntryPhone TO Phone
                MOVE WS-EntryEmail TO Email
                MOVE WS-EntryCategory TO Category
                MOVE WS-EntryCity TO AddressCity
                MOVE WS-EntryState TO AddressState
                MOVE "UPDATE" TO WS-AuditAction
                MOVE ContactId TO WS-AuditContactId
                MOVE WS-Contact TO WS-AuditBeforeName
            END-DELETE
            IF WS-WriteOk = "YES"
                PERFORM WriteAuditLogEntry
                MOVE WS-AuditContactId TO WS-RelSeekId
                PERFORM RemoveContactRelations
                MOVE WS-AuditContactId TO WS-OwnerSeekId
                PERFORM RemoveContactOwner
                MOVE "YES" TO WS-DeleteConfirmed
            END-IF
        WHEN OTHER
