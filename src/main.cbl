               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PendFileStatus.

           SELECT ConsumerFile ASSIGN TO DYNAMIC ConsumerFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ConsumerFileStatus.

           SELECT SortFile ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       01  Tmp2Record        PIC X(460).

       FD  PendFile.
       01  PendRecord        PIC X(220).

       FD  ConsumerFile.
       01  ConsumerRecord    PIC X(200).

      *    Shared sort file: every whole-vault listing or matching
      *    pass that used to run through a fixed OCCURS table goes
           05 PsPw              PIC X(50).
           05 PsType            PIC X(1).
           05 PsIdent           PIC X(50).
           05 PsSalt            PIC X(8).
           05 FILLER            PIC X(162).
       01  SortEOF             PIC X(1).
       01  ViewShown           PIC 9(7).
       01  RevealClearSeconds  PIC 9(3) VALUE 15.
       01  DupPrevPw           PIC X(50).
       01  DupPrevId           PIC X(50).
       01  DupPrevSet          PIC X(1).
       01  OwnerName           PIC X(50).
       01  OwnerFound          PIC X(1).
       01  AttestFileName      PIC X(100).
       01  AttestEOF           PIC X(1).
       01  AttestLine          PIC X(200).
       01  AttestTag           PIC X(10).
       01  AttestCampaign      PIC X(20).
       01  AttestNewId         PIC X(20).
       01  AttestRowId         PIC X(50).
       01  AttestRowOwner      PIC X(50).
       01  AttestRowAnswer     PIC X(8).
       01  AttestRowStamp      PIC X(14).
       01  AttestRowBy         PIC X(50).
       01  AttestOpenStamp     PIC X(14).
       01  AttestState         PIC X(6).
       01  AttestChoice        PIC X(1).
       01  AttestStop          PIC X(1).
       01  AttestQuarter       PIC 9(1).
       01  AttestMonth         PIC 9(2).
       01  AttestTotal         PIC 9(5).
       01  AttestMine          PIC 9(5).
       01  AttestUnans         PIC 9(5).
       01  AttestKeep          PIC 9(5).
       01  AttestRotate        PIC 9(5).
       01  AttestRetire        PIC 9(5).
       01  AttestGone          PIC 9(5).
       01  AttestNoOwner       PIC 9(5).
       01  AttestOut           PIC Z(4)9.
       01  AttestOut2          PIC Z(4)9.
       01  AttestPrevKey       PIC X(50).
       01  AttestPrevOwner     PIC X(50).
       01  AttestSortRec.
           05 AsKey            PIC X(50).
           05 AsType           PIC X(1).
           05 AsOwner          PIC X(50).
           05 FILLER           PIC X(170).
       01  AttActCount         PIC 9(3).
       01  AttActIdx           PIC 9(3).
       01  AttActTable.
           05 AttActEntry OCCURS 100 TIMES.
               10 AttActEncId  PIC X(50).
               10 AttActAnswer PIC X(8).
       01  ConsumerFileName    PIC X(100).
       01  ConsumerFileStatus  PIC XX.
       01  ConsumerEOF         PIC X(1).
       01  ConsumerLine        PIC X(200).
       01  ConsIdent           PIC X(50).
       01  ConsName            PIC X(50).
       01  ConsContact         PIC X(50).
       01  ConsMethod          PIC X(20).
       01  ConsChoice          PIC X(1).
       01  ConsAccessOk        PIC X(1).
       01  ConsCount           PIC 9(5).
       01  ConsRemoved         PIC 9(5).
       01  ConsOut             PIC Z(4)9.
       01  ConsStamp           PIC X(14).
       01  WorklistName        PIC X(100).
       01  SwpConsOrph         PIC 9(6).
       01  SplitCons           PIC 9(5).
       01  OffName             PIC X(50).
       01  OffDays             PIC 9(4).
       01  OffCutoff           PIC X(14).
       01  OffCutDate          PIC 9(8).
       01  OffOper             PIC X(50).
       01  OffWorkName         PIC X(100).
       01  OffSortRec.
           05 OsKey            PIC X(50).
           05 OsType           PIC X(1).
           05 OsSource         PIC X(12).
           05 OsStamp          PIC X(14).
           05 FILLER           PIC X(194).
       01  OffPrevKey          PIC X(50).
       01  OffPrevSource       PIC X(12).
       01  OffFirst            PIC X(14).
       01  OffLast             PIC X(14).
       01  OffActs             PIC X(60).
       01  OffActsWork         PIC X(60).
       01  OffEvents           PIC 9(5).
       01  OffIds              PIC 9(5).
       01  OffLive             PIC 9(5).
       01  OffPulled           PIC 9(5).
       01  RotPulled           PIC X(1).
       01  OffWide             PIC 9(5).
       01  OffWideStamp        PIC X(14).
       01  OffLiveTag          PIC X(12).
       01  OffOut              PIC Z(4)9.
       01  OffOut2             PIC Z(4)9.
       01  OffConfirm          PIC X(1).
       01  TokFileName         PIC X(100).
       01  TokLine             PIC X(400).
       01  TokEOF              PIC X(1).
       01  TokPresented        PIC X(100).
       01  TokName             PIC X(20).
       01  TokSecret           PIC X(50).
       01  TokStored           PIC X(50).
       01  TokKey              PIC X(50).
       01  TokVerifier         PIC X(50).
       01  TokCheckHash        PIC X(50).
       01  TokModes            PIC X(60).
       01  TokScopeType        PIC X(1).
       01  TokScope            PIC X(100).
       01  TokScopeHalves REDEFINES TokScope.
           05 TokScope1        PIC X(50).
           05 TokScope2        PIC X(50).
       01  TokScopeEnc1        PIC X(50).
       01  TokScopeEnc2        PIC X(50).
       01  TokExpiry           PIC X(8).
       01  TokExpiryNum        PIC 9(8).
       01  TokStatus           PIC X(7).
       01  TokModeName         PIC X(12) VALUE SPACES.
       01  TokActive           PIC X(1) VALUE 'N'.
       01  TokOk               PIC X(1).
       01  TokRefusal          PIC X(10).
       01  TokFound            PIC X(1).
       01  TokScopeOk          PIC X(1).
       01  TokCheckId          PIC X(50).
       01  TokChoice           PIC X(1).
       01  TokCount            PIC 9(4).
       01  TokOut              PIC Z(3)9.
       01  TokInput            PIC X(100).
       01  TokBadChars         PIC 9(4).
       01  TokModeOk           PIC X(1).
       01  TokState            PIC X(8).
       01  ConnTable.
           05 ConnSlot OCCURS 10 TIMES.
              10 ConnCat       PIC X(50).
              10 ConnCmd       PIC X(100).
       01  ConnCount           PIC 9(2) VALUE 0.
       01  ConnIdx             PIC 9(2).
       01  ConnHit             PIC 9(2).
       01  ConnPtr             PIC 9(3).
       01  ConnCatWork         PIC X(50).
       01  ConnCmdWork         PIC X(100).
       01  PushCategory        PIC X(50).
       01  PushPlainPw         PIC X(50).
       01  PushResult          PIC X(10).
       01  PushRc              PIC S9(9).
       01  PushSavedRc         PIC S9(9).
       01  PushRcOut           PIC -(8)9.
       01  PushLogName         PIC X(100).
       01  PushHandoff         PIC X(100).
       01  PushQuotes          PIC 9(4).
       01  PushHandoffOk       PIC X(1).
       01  PushState           PIC X(10).
       01  PushOldPw           PIC X(50).
       01  PushOldSalt         PIC X(8).
       01  PushHistFound       PIC X(1).
       01  PushRollOk          PIC X(1).
       01  BackupStamp         PIC X(14).
       01  BackupFile          PIC X(40).
       01  RestoreFile            PIC X(40).
       01  ReasonPrompted      PIC X(1).
       01  ArchCatalogName     PIC X(100).
       01  ArchFileName        PIC X(100).
       01  CloseOutOk          PIC X(1) VALUE 'N'.
       01  CloseOutRc          PIC S9(9).
       01  ArchEOF             PIC X(1).
       01  ViewFound           PIC X(1) VALUE 'N'.
       01  Arg1                PIC X(20).
       01  TrashDateInt        PIC 9(8).
       01  TrashAgeDays        PIC S9(8).
       01  TrashOut            PIC Z(3)9.
       01  FrzFileName         PIC X(100)
               VALUE 'freeze_calendar.dat'.
       01  FrzTable.
           05 FrzWin OCCURS 20 TIMES.
               10 FrzStart      PIC X(12).
               10 FrzEnd        PIC X(12).
               10 FrzVault      PIC X(40).
               10 FrzCats       PIC X(100).
               10 FrzReason     PIC X(60).
       01  FrzCount            PIC 9(2) VALUE 0.
       01  FrzIdx              PIC 9(2).
       01  FrzLine             PIC X(400).
       01  FrzEOF              PIC X(1).
       01  FrzNow              PIC X(12).
       01  FrzInStart          PIC X(12).
       01  FrzInEnd            PIC X(12).
       01  FrzInVault          PIC X(40).
       01  FrzInCats           PIC X(100).
       01  FrzInReason         PIC X(60).
       01  FrzHit              PIC X(1).
       01  FrzHitReason        PIC X(60).
       01  FrzOverride         PIC X(60) VALUE SPACES.
       01  FrzHeld             PIC 9(4).
       01  FrzHeldId           PIC X(50).
       01  FrzLineNo           PIC 9(3).
       01  FrzSel              PIC 9(3).
       01  FrzSelX             PIC X(3).
       01  FrzChoice           PIC X(1).
       01  FrzOut              PIC Z(2)9.
       01  FrzValid            PIC X(1).
       01  DueDeferred         PIC 9(5).
       01  FcWeekTable.
           05 FcWeek OCCURS 14 TIMES.
               10 FcTotal       PIC 9(5).
               10 FcManual      PIC 9(5).
               10 FcBatch       PIC 9(5).
               10 FcHeld        PIC 9(5).
               10 FcPend        PIC 9(5).
       01  FcCatTable.
           05 FcCatRow OCCURS 30 TIMES.
               10 FcCatName     PIC X(30).
               10 FcCatWk       PIC 9(4) OCCURS 14 TIMES.
       01  FcCatCount          PIC 9(2).
       01  FcCatIdx            PIC 9(2).
       01  FcCatHit            PIC 9(2).
       01  FcBucket            PIC 9(2).
       01  FcIdx               PIC 9(2).
       01  FcDays              PIC S9(8).
       01  FcDueInt            PIC 9(8).
       01  FcWeekStart         PIC 9(8).
       01  FcRowTotal          PIC 9(5).
       01  FcFlagged           PIC 9(5).
       01  FcInPending         PIC X(1).
       01  FcPtr               PIC 9(3).
       01  FcOut               PIC Z(4)9.
       01  FcWeekOut           PIC Z9.
       01  FcCell              PIC X(6).
       01  FcFlagText          PIC X(60).
       01  VcLine              PIC X(400).
       01  VcEOF               PIC X(1).
       01  VcOpenOk            PIC X(1).
       01  VcFound             PIC X(1).
       01  VcLast              PIC X(1).
       01  VcCtlCount          PIC 9(3).
       01  VcEntries           PIC 9(7).
       01  VcOpers             PIC 9(5).
       01  VcFields            PIC 9(7).
       01  VcHash              PIC 9(15).
       01  VcStEntries         PIC 9(7).
       01  VcStOpers           PIC 9(5).
       01  VcStFields          PIC 9(7).
       01  VcStHash            PIC 9(15).
       01  VcStStamp           PIC X(14).
       01  VcPos               PIC 9(2).
       01  VcMismatch          PIC X(1) VALUE 'N'.
       01  VcNow               PIC X(21).
       01  VcSaveTmp           PIC X(100).
       01  VcSaveVault         PIC X(100).
       01  VcReconName         PIC X(100).
       01  VcLabel             PIC X(24).
       01  VcCtlNum            PIC 9(15).
       01  VcActNum            PIC 9(15).
       01  VcDiff              PIC S9(15).
       01  VcCtlOut            PIC Z(14)9.
       01  VcActOut            PIC Z(14)9.
       01  VcDiffOut           PIC -(15)9.
       01  VcRewritten         PIC X(1) VALUE 'N'.
       01  VcControlled        PIC X(1) VALUE 'N'.
       01  VcMarkName          PIC X(100).
       01  VcSig               PIC X(120).
       01  VcSigShown          PIC X(120) VALUE SPACES.
       01  RcEncId             PIC X(50).
       01  RcIdent             PIC X(50).
       01  RcUnused            PIC 9(3).
       01  RcTotal             PIC 9(3).
       01  RcLeft              PIC 9(3).
       01  RcCode              PIC X(50).
       01  RcDone              PIC X(1).
       01  RcChoice            PIC X(1).
       01  RcAccessOk          PIC X(1).
       01  RcViewHits          PIC 9(3).
       01  RcViewEnc           PIC X(50).
       01  RcViewId            PIC X(50).
       01  RcViewUnused        PIC 9(3).
       01  RcSheet.
           05 RcSheetCode OCCURS 16 TIMES PIC X(50).
       01  RcSheetCount        PIC 9(2).
       01  RcIdx               PIC 9(3).
       01  RcOut               PIC Z(2)9.
       01  RcOut2              PIC Z(2)9.
       01  RcLowCount          PIC 9(5).
       01  RcTallyTable.
           05 RcTally OCCURS 500 TIMES.
               10 RcTalEnc     PIC X(50).
               10 RcTalLive    PIC X(1).
               10 RcTalUnused  PIC 9(3).
               10 RcTalTotal   PIC 9(3).
       01  RcTalCount          PIC 9(4).
       01  RcTalIdx            PIC 9(4).
       01  RcTalHit            PIC 9(4).
       01  RcTalPass           PIC X(1).
       01  CxPass              PIC X(1).
       01  RcEOF               PIC X(1).
       01  CertEncId           PIC X(50).
       01  CertKind            PIC X(4).
       01  CertIssuer          PIC X(50).
       01  CertSubject         PIC X(50).
       01  CertSerial          PIC X(50).
       01  CertAlg             PIC X(50).
       01  CertNotAfter        PIC X(8).
       01  CertContact         PIC X(50).
       01  CertFound           PIC X(1).
       01  CertCaptured        PIC X(1).
       01  CertAnswer          PIC X(50).
       01  CertEOF             PIC X(1).
       01  CertDateOk          PIC X(1).
       01  CertTable.
           05 CxRow OCCURS 500 TIMES.
               10 CxEnc        PIC X(50).
               10 CxLive       PIC X(1).
               10 CxKind       PIC X(4).
               10 CxNotAfter   PIC X(8).
               10 CxSubject    PIC X(50).
               10 CxIssuer     PIC X(50).
               10 CxSerial     PIC X(50).
               10 CxAlg        PIC X(50).
               10 CxContact    PIC X(50).
       01  CxOrderTable.
           05 CxOrder OCCURS 500 TIMES PIC 9(4).
       01  CxCount             PIC 9(4).
       01  CxListed            PIC 9(4).
       01  CxIdx               PIC 9(4).
       01  CxJ                 PIC 9(4).
       01  CxHit               PIC 9(4).
       01  CxSwap              PIC 9(4).
       01  CxDays              PIC S9(6).
       01  CxDaysOut           PIC -(5)9.
       01  CxLow               PIC S9(6).
       01  CxHigh              PIC S9(6).
       01  CxShown             PIC 9(5).
       01  CxExpired           PIC 9(5).
       01  Cx30                PIC 9(5).
       01  Cx60                PIC 9(5).
       01  Cx90                PIC 9(5).
       01  CxNoDate            PIC 9(5).
       01  CxOut               PIC Z(4)9.
       01  CxIdent             PIC X(50).
       01  CxDateOut           PIC X(10).
       01  CxHeading           PIC X(40).
       01  CxDone              PIC X(1).
       01  SiemSpoolName       PIC X(100).
       01  SiemCkptName        PIC X(100).
       01  SiemRejectName      PIC X(100).
       01  SiemCkptLine        PIC X(80).
       01  SiemCkptOrd         PIC 9(9).
       01  SiemCkptSum         PIC X(8).
       01  SiemOrd             PIC 9(9).
       01  SiemLastSum         PIC X(8).
       01  SiemShipped         PIC 9(7).
       01  SiemRefused         PIC 9(7).
       01  SiemBad             PIC X(1).
       01  SiemCapHit          PIC X(1).
       01  SiemCkptOk          PIC X(1).
       01  SiemSumOk           PIC X(1).
       01  SiemPrev            PIC 9(8).
       01  SiemFileTable.
           05 SiemFile OCCURS 200 TIMES PIC X(100).
       01  SiemFileCount       PIC 9(3).
       01  SiemFileIdx         PIC 9(3).
       01  SiemLineNo          PIC 9(6).
       01  SiemBody            PIC X(260).
       01  SiemStamp           PIC X(14).
       01  SiemAction          PIC X(20).
       01  SiemIdent           PIC X(50).
       01  SiemOutcome         PIC X(20).
       01  SiemOper            PIC X(50).
       01  SiemReason          PIC X(100).
       01  SiemPtr             PIC 9(3).
       01  SiemSev             PIC 9(2).
       01  SiemPri             PIC 9(3).
       01  SiemMonthNames      PIC X(36)
           VALUE 'JanFebMarAprMayJunJulAugSepOctNovDec'.
       01  SiemMonthTable REDEFINES SiemMonthNames.
           05 SiemMonthName OCCURS 12 TIMES PIC X(3).
       01  SiemMon             PIC X(3).
       01  SiemMonIdx          PIC 9(2).
       01  SiemWhen            PIC X(20).
       01  SiemLine            PIC X(400).
       01  SiemRaw             PIC X(100).
       01  SiemEsc             PIC X(200).
       01  SiemEscMode         PIC X(1).
       01  SiemEscLen          PIC 9(3).
       01  SiemEscIdx          PIC 9(3).
       01  SiemEscPos          PIC 9(3).
       01  SiemEscChar         PIC X(1).
       01  SiemHdrAct          PIC X(60).
       01  SiemHdrName         PIC X(80).
       01  SiemExtIdent        PIC X(120).
       01  SiemExtOper         PIC X(120).
       01  SiemExtReason       PIC X(200).
       01  SiemHost            PIC X(40).
       01  SiemRejReason       PIC X(30).
       01  SiemRunStamp        PIC X(14).
       01  SiemOut             PIC Z(8)9.
       01  SiemOut2            PIC Z(8)9.
       01  SiemPriOut          PIC ZZ9.
       01  SiemSevOut          PIC Z9.
       01  RegFileName         PIC X(40) VALUE 'vault_registry.dat'.
       01  RegTmpName          PIC X(40)
           VALUE 'vault_registry.dat.tmp'.
       01  RegCtlName          PIC X(40)
           VALUE 'vault_registry.ctl.tmp'.
       01  RegTable.
           05 RegRow OCCURS 500 TIMES.
               10 RegVault     PIC X(40).
               10 RegOwner     PIC X(50).
               10 RegUnit      PIC X(30).
               10 RegClass     PIC X(20).
               10 RegCreated   PIC X(8).
               10 RegNightly   PIC X(14).
               10 RegBackup    PIC X(14).
               10 RegStatus    PIC X(8).
               10 RegCred      PIC X(50).
       01  RegCount            PIC 9(3).
       01  RegIdx              PIC 9(3).
       01  RegHit              PIC 9(3).
       01  RegLine             PIC X(400).
       01  RegEOF              PIC X(1).
       01  RegOverflow         PIC X(1) VALUE 'N'.
       01  RegSaved            PIC X(1).
       01  RegMoveRc           PIC S9(9).
       01  RegInOwner          PIC X(50).
       01  RegInUnit           PIC X(30).
       01  RegInClass          PIC X(20).
       01  RegAnswer           PIC X(50).
       01  RegChoice           PIC X(1).
       01  RegCtlCount         PIC 9(3).
       01  RegCtlBuilt         PIC X(1) VALUE 'N'.
       01  RegDays             PIC 9(3).
       01  RegDaysX            PIC X(5).
       01  RegLimitInt         PIC 9(8).
       01  RegMissNightly      PIC 9(3).
       01  RegMissBackup       PIC 9(3).
       01  RegFlags            PIC X(60).
       01  RegCatLast          PIC X(14).
       01  RegOut              PIC Z(4)9.
       01  RegOut2             PIC Z(4)9.
       01  RegNameWork         PIC X(100).
       01  RegSaveVault        PIC X(40).
       01  NightlyVaultFailed  PIC X(1).
       01  NightlyOverride     PIC X(60) VALUE SPACES.
       01  VaultRetired        PIC X(1) VALUE 'N'.
       01  DcStamp             PIC X(14).
       01  DcAnswer            PIC X(40).
       01  DcDone              PIC X(1) VALUE 'N'.
       01  DcRc                PIC S9(9).
       01  DcSavedRc           PIC S9(9).
       01  DcAuditSum          PIC 9(8).
       01  DcArchName          PIC X(100).
       01  DcSealName          PIC X(100).
       01  DcManifestName      PIC X(100).
       01  DcListName          PIC X(100).
       01  DcCertName          PIC X(100).
       01  DcMemberTable.
           05 DcMember OCCURS 120 TIMES.
              10 DcMemName     PIC X(100).
              10 DcMemLines    PIC 9(7).
              10 DcMemSum      PIC 9(8).
       01  DcMemCount          PIC 9(3).
       01  DcMemOver           PIC X(1).
       01  DcExShred           PIC 9(5).
       01  DcExGone            PIC 9(5).
       01  DcExAltered         PIC 9(5).
       01  DcExLive            PIC 9(5).
       01  DcExPass            PIC X(1).
       01  DcIdx               PIC 9(3).
       01  DcLine              PIC X(460).
       01  DcLineLen           PIC 9(3).
       01  DcPos               PIC 9(3).
       01  DcSum               PIC 9(8).
       01  DcSeal              PIC 9(8).
       01  DcEOF               PIC X(1).
       01  DcRemoved           PIC 9(3).
       01  DcOut               PIC Z(6)9.
       01  DcLiveSuffixes.
           05 FILLER           PIC X(20) VALUE '.ndx'.
           05 FILLER           PIC X(20) VALUE '_clock.dat'.
           05 FILLER           PIC X(20) VALUE '_metrics.csv'.
           05 FILLER           PIC X(20) VALUE '_push.csv'.
           05 FILLER           PIC X(20) VALUE '_worklist.txt'.
           05 FILLER           PIC X(20) VALUE '_quarantine.log'.
           05 FILLER           PIC X(20) VALUE '_control_recon.txt'.
           05 FILLER           PIC X(20) VALUE '_alerts.state'.
           05 FILLER           PIC X(20) VALUE '_attest.csv'.
           05 FILLER           PIC X(20) VALUE '_breachscan.chk'.
           05 FILLER           PIC X(20) VALUE '_grants.dat'.
           05 FILLER           PIC X(20) VALUE '_holds.dat'.
           05 FILLER           PIC X(20) VALUE '_replica.dat'.
           05 FILLER           PIC X(20) VALUE '_cmdb.dat'.
           05 FILLER           PIC X(20) VALUE '_freeze.dat'.
           05 FILLER           PIC X(20) VALUE '_exports.dat'.
           05 FILLER           PIC X(20) VALUE '_siem.ckpt'.
           05 FILLER           PIC X(20) VALUE '_standby.dat'.
       01  DcLiveTbl REDEFINES DcLiveSuffixes.
           05 DcLiveSuffix OCCURS 18 TIMES PIC X(20).
       01  DcLiveCount         PIC 9(2) VALUE 18.
       01  TlIdent             PIC X(50).
       01  TlAliasTable.
           05 TlAlias OCCURS 10 TIMES.
              10 TlAliasName   PIC X(50).
              10 TlAliasEnc    PIC X(50).
              10 TlAliasUntil  PIC X(14).
       01  TlAliasCount        PIC 9(2).
       01  TlAliasIdx          PIC 9(2).
       01  TlAliasHit          PIC 9(2).
       01  TlAliasList         PIC X(160).
       01  TlRenTable.
           05 TlRen OCCURS 200 TIMES.
              10 TlRenFrom     PIC X(50).
              10 TlRenTo       PIC X(50).
              10 TlRenStamp    PIC X(14).
       01  TlRenCount          PIC 9(3).
       01  TlRenIdx            PIC 9(3).
       01  TlAdded             PIC X(1).
       01  TlFileTable.
           05 TlFile OCCURS 200 TIMES PIC X(100).
       01  TlFileCount         PIC 9(3).
       01  TlFileIdx           PIC 9(3).
       01  TlPass              PIC X(1).
       01  TlSeq               PIC 9(6).
       01  TlEvents            PIC 9(6).
       01  TlEOF               PIC X(1).
       01  TlLine              PIC X(460).
       01  TlEncWork           PIC X(50).
       01  TlStamp             PIC X(14).
       01  TlSource            PIC X(8).
       01  TlWho               PIC X(50).
       01  TlWhat              PIC X(30).
       01  TlOutcome           PIC X(20).
       01  TlReason            PIC X(200).
       01  TlBody              PIC X(260).
       01  TlIdentIn           PIC X(50).
       01  TlPtr               PIC 9(3).
       01  TlArrow             PIC 9(3).
       01  TlFrom              PIC X(50).
       01  TlTo                PIC X(50).
       01  TlSalt              PIC X(8).
       01  TlNote              PIC X(50).
       01  TlAccessOk          PIC X(1).
       01  TlOut               PIC Z(5)9.
       01  NtfKind             PIC X(10).
       01  NtfRole             PIC X(10).
       01  NtfHolder           PIC X(50).
       01  NtfKey              PIC X(200).
       01  NtfText             PIC X(200).
       01  NtfFullKey          PIC X(300).
       01  NtfSentLine         PIC X(400).
       01  NtfLine             PIC X(400).
       01  NtfNow              PIC X(21).
       01  NtfSeen             PIC X(1).
       01  NtfMatch            PIC X(1).
       01  NtfEOF              PIC X(1).
       01  NtfSent             PIC 9(3).
       01  NtfQueued           PIC 9(5) VALUE 0.
       01  NtfDup              PIC 9(5) VALUE 0.
       01  NtfPruned           PIC 9(7).
       01  NtfKept             PIC 9(7).
       01  NtfCutoff           PIC 9(8).
       01  NtfInput            PIC X(80).
       01  NtfInputOk          PIC X(1).
       01  NtfToName           PIC X(50).
       01  NtfToContact        PIC X(40).
       01  NtfTag              PIC X(10).
       01  NtfInName           PIC X(50).
       01  NtfInRole           PIC X(10).
       01  NtfInContact        PIC X(40).
       01  NtfSkip             PIC X(100).
       01  NtfLoadedFor        PIC X(50) VALUE SPACES.
       01  NtfOpCount          PIC 9(3) VALUE 0.
       01  NtfIdx              PIC 9(3).
       01  NtfOpTable.
           05 NtfOpRow OCCURS 100 TIMES.
               10 NtfOpName    PIC X(50).
               10 NtfOpRole    PIC X(10).
               10 NtfOpContact PIC X(40).
       01  NtfOut              PIC Z(4)9.
       01  OperIsApprover      PIC X(1) VALUE 'N'.
       01  GrRec.
           05 GrId              PIC 9(6).
           05 FILLER            PIC X(1).
           05 GrStatus          PIC X(8).
           05 FILLER            PIC X(1).
           05 GrOper            PIC X(50).
           05 FILLER            PIC X(1).
           05 GrScope           PIC X(1).
           05 FILLER            PIC X(1).
           05 GrAccess          PIC X(1).
           05 FILLER            PIC X(1).
           05 GrTarget          PIC X(50).
           05 FILLER            PIC X(1).
           05 GrHours           PIC 9(3).
           05 FILLER            PIC X(1).
           05 GrReqStamp        PIC X(14).
           05 FILLER            PIC X(1).
           05 GrFrom            PIC X(14).
           05 FILLER            PIC X(1).
           05 GrTo              PIC X(14).
           05 FILLER            PIC X(1).
           05 GrDecider         PIC X(50).
           05 FILLER            PIC X(1).
           05 GrReason          PIC X(76).
       01  GrtFileName         PIC X(100).
       01  GrtHold             PIC X(298).
       01  GrtNow              PIC X(21).
       01  GrtWant             PIC X(1).
       01  GrtHit              PIC X(1).
       01  GrtMatch            PIC X(1).
       01  GrtEOF              PIC X(1).
       01  GrtAll              PIC X(1).
       01  GrtFound            PIC X(1).
       01  GrtDecision         PIC X(1).
       01  GrtIdx              PIC 9(3).
       01  GrtJdx              PIC 9(3).
       01  GrtSesCount         PIC 9(3) VALUE 0.
       01  GrtSesTable.
           05 GrtSes OCCURS 20 TIMES.
               10 GrtSesId      PIC 9(6).
               10 GrtSesScope   PIC X(1).
               10 GrtSesAccess  PIC X(1).
               10 GrtSesTarget  PIC X(50).
               10 GrtSesEnc     PIC X(50).
               10 GrtSesFrom    PIC X(14).
               10 GrtSesTo      PIC X(14).
               10 GrtSesPend    PIC X(1).
       01  GrtAudCount         PIC 9(3) VALUE 0.
       01  GrtAudTable.
           05 GrtAudId OCCURS 50 TIMES PIC 9(6).
       01  GrtExpCount         PIC 9(3) VALUE 0.
       01  GrtExpTable.
           05 GrtExp OCCURS 50 TIMES.
               10 GrtExpId      PIC 9(6).
               10 GrtExpOper    PIC X(50).
               10 GrtExpScope   PIC X(1).
               10 GrtExpTarget  PIC X(50).
               10 GrtExpTo      PIC X(14).
       01  GrtMaxId            PIC 9(6).
       01  GrtPickId           PIC 9(6).
       01  GrtInput            PIC X(20).
       01  GrtDayInt           PIC 9(8).
       01  GrtSecs             PIC 9(9).
       01  GrtDays             PIC 9(5).
       01  GrtRem              PIC 9(5).
       01  GrtCount            PIC 9(5).
       01  GrtOut              PIC Z(4)9.
       01  GrtPlain            PIC X(50).
       01  GrtEnc              PIC X(50).
       01  GrtShow             PIC X(60).
       01  GrtAccessShow       PIC X(9).
       01  HldFileName         PIC X(100).
       01  HldLine             PIC X(400).
       01  HldEOF              PIC X(1).
       01  HldInStatus         PIC X(8).
       01  HldInCase           PIC X(20).
       01  HldInScope          PIC X(1).
       01  HldInTarget         PIC X(100).
       01  HldInPlaced         PIC X(14).
       01  HldInBy             PIC X(50).
       01  HldInRelStamp       PIC X(14).
       01  HldInRelBy          PIC X(50).
       01  HldTable.
           05 HldRow OCCURS 30 TIMES.
              10 HldCase       PIC X(20).
              10 HldScope      PIC X(1).
              10 HldTarget     PIC X(50).
              10 HldTgtEnc     PIC X(50).
              10 HldPlaced     PIC X(14).
              10 HldBy         PIC X(50).
       01  HldCount            PIC 9(3) VALUE 0.
       01  HldIdx              PIC 9(3).
       01  HldEncTable.
           05 HldEncRow OCCURS 500 TIMES.
              10 HldEnc        PIC X(50).
              10 HldEncHold    PIC 9(3).
              10 HldEncIdent   PIC X(50).
              10 HldEncCat     PIC X(50).
              10 HldEncWhere   PIC X(1).
              10 HldEncHist    PIC 9(5).
              10 HldEncJour    PIC 9(5).
              10 HldEncLedg    PIC 9(5).
       01  HldEncCount         PIC 9(4) VALUE 0.
       01  HldEncIdx           PIC 9(4).
       01  HldAll              PIC X(1) VALUE 'N'.
       01  HldAddEnc           PIC X(50).
       01  HldAddCat           PIC X(50).
       01  HldAddWhere         PIC X(1).
       01  HldAddFound         PIC X(1).
       01  HldCatWork          PIC X(50).
       01  HldCheckEnc         PIC X(50).
       01  HldHit              PIC X(1).
       01  HldHitCase          PIC X(20).
       01  HldHeldId           PIC X(50).
       01  HldKept             PIC 9(5).
       01  HldOut              PIC Z(4)9.
       01  HldOut2             PIC Z(4)9.
       01  HldOut3             PIC Z(4)9.
       01  HldChoice           PIC X(1).
       01  HldNewCase          PIC X(20).
       01  HldNewTarget        PIC X(50).
       01  HldNewScope         PIC X(1).
       01  HldDone             PIC X(1).
       01  HldStamp            PIC X(21).
       01  HldScopeShow        PIC X(8).
       01  HldWhereShow        PIC X(7).
       01  HldSets             PIC 9(5).
       01  HldArchCount        PIC 9(5).
       01  StandbyVault        PIC X(1) VALUE 'N'.
       01  RplAllowStandby     PIC X(1) VALUE 'N'.
       01  RplDir              PIC X(100).
       01  RplOption           PIC X(10).
       01  RplHere             PIC X(100).
       01  RplMarkerName       PIC X(100).
       01  RplHwmName          PIC X(100).
       01  RplStandbyFile      PIC X(100).
       01  RplLine             PIC X(300).
       01  RplEOF              PIC X(1).
       01  RplMarkStatus       PIC X(10).
       01  RplMarkPrimary      PIC X(100).
       01  RplMarkStamp        PIC X(14).
       01  RplMarkBy           PIC X(50).
       01  RplHwmStamp         PIC X(14).
       01  RplHwmDir           PIC X(100).
       01  RplHwmShipped       PIC X(14).
       01  RplNewHwm           PIC X(14).
       01  RplNow              PIC X(21).
       01  RplIdTable.
           05 RplId OCCURS 500 TIMES PIC X(50).
       01  RplIdCount          PIC 9(4).
       01  RplIdx              PIC 9(4).
       01  RplIdHit            PIC X(1).
       01  RplAddId            PIC X(50).
       01  RplFindId           PIC X(50).
       01  RplFull             PIC X(1).
       01  RplSeeded           PIC X(1).
       01  RplShipped          PIC 9(7).
       01  RplApplied          PIC 9(5).
       01  RplRemoved          PIC 9(5).
       01  RplLag              PIC 9(7).
       01  RplLastJournal      PIC X(14).
       01  RplPriEntries       PIC 9(7).
       01  RplPriOpers         PIC 9(5).
       01  RplPriFields        PIC 9(7).
       01  RplPriHash          PIC 9(15).
       01  RplInStep           PIC X(1).
       01  RplSaveVaultFile    PIC X(100).
       01  RplOut              PIC Z(6)9.
       01  RplOut2             PIC Z(6)9.
       01  RplHashOut          PIC Z(14)9.
       01  RplHashOut2         PIC Z(14)9.
       01  RplPrimaryLog       PIC X(100).
       01  RplPrimaryOk        PIC X(1).
       01  RplRenEnc           PIC X(50).
       01  RplRenPlain         PIC X(50).
       01  RplRenNote          PIC X(50).
       01  RplRenDepth         PIC 9(2).
       01  RplRenMore          PIC X(1).
       01  RplApplyOk          PIC X(1).
       01  RplMarkOk           PIC X(1).
       01  RplReship           PIC X(1).
       01  RplCopyRc           PIC S9(9).
       01  RplPriUser          PIC X(400).
       01  RplPriContent       PIC 9(15).
       01  RplContent          PIC 9(15).
       01  RplLineSum          PIC 9(8).
       01  RplLineLen          PIC 9(3).
       01  RplPos              PIC 9(3).
       01  TicketCats          PIC X(100).
       01  ChangeTicket        PIC X(20).
       01  TicketHeld          PIC X(20).
       01  AuditTicket         PIC X(20).
       01  TicketRequired      PIC X(1).
       01  TicketOk            PIC X(1).
       01  ChgDefTicket        PIC X(20).
       01  TkrExtractName      PIC X(100).
       01  TkrMonth            PIC X(6).
       01  TkrTable.
           05 TkrRow OCCURS 500 TIMES.
               10 TkrId        PIC X(20).
               10 TkrFrom      PIC X(14).
               10 TkrTo        PIC X(14).
       01  TkrCount            PIC 9(4).
       01  TkrIdx              PIC 9(4).
       01  TkrFull             PIC X(1).
       01  TkrLine             PIC X(400).
       01  TkrEOF              PIC X(1).
       01  TkrInId             PIC X(20).
       01  TkrInFrom           PIC X(14).
       01  TkrInTo             PIC X(14).
       01  TkrStamp            PIC X(14).
       01  TkrOp               PIC X(10).
       01  TkrIdent            PIC X(50).
       01  TkrTicket           PIC X(20).
       01  TkrKnown            PIC X(1).
       01  TkrInWindow         PIC X(1).
       01  TkrFinding          PIC X(20).
       01  TkrChanges          PIC 9(5).
       01  TkrNoTicket         PIC 9(5).
       01  TkrUnknown          PIC 9(5).
       01  TkrOutside          PIC 9(5).
       01  TkrMatched          PIC 9(5).
       01  TkrOut              PIC Z(4)9.
       01  TkrOut2             PIC Z(4)9.
       01  TkrOut3             PIC Z(4)9.
       01  TkrOut4             PIC Z(4)9.
       01  TkrYear             PIC 9(4).
       01  TkrMon              PIC 9(2).
       01  CmdbRec.
           05 CmdbType         PIC X(1).
           05 CmdbIdent        PIC X(50).
           05 CmdbCat          PIC X(50).
           05 CmdbOwner        PIC X(50).
           05 CmdbAdded        PIC X(8).
           05 CmdbAccessed     PIC X(8).
           05 CmdbDue          PIC X(8).
           05 CmdbProfile      PIC X(50).
           05 CmdbTotp         PIC X(1).
       01  CmdbCurTable.
           05 CmdbCurRow OCCURS 500 TIMES.
               10 CmdbCurEnc   PIC X(50).
               10 CmdbCurData  PIC X(226).
       01  CmdbOldTable.
           05 CmdbOldRow OCCURS 500 TIMES.
               10 CmdbOldData  PIC X(226).
               10 CmdbOldSeen  PIC X(1).
       01  CmdbCurCount        PIC 9(4).
       01  CmdbOldCount        PIC 9(4).
       01  CmdbIdx             PIC 9(4).
       01  CmdbIdx2            PIC 9(4).
       01  CmdbHit             PIC 9(4).
       01  CmdbFull            PIC X(1).
       01  CmdbEOF             PIC X(1).
       01  CmdbDeltaName       PIC X(100).
       01  CmdbSnapName        PIC X(100).
       01  CmdbSnapStamp       PIC X(14).
       01  CmdbSnapOk          PIC X(1).
       01  CmdbDeltaOk         PIC X(1).
       01  CmdbCopyRc          PIC S9(9).
       01  CmdbNow             PIC X(21).
       01  CmdbAdds            PIC 9(7).
       01  CmdbChanges         PIC 9(7).
       01  CmdbDeletes         PIC 9(7).
       01  CmdbCountX          PIC 9(7).
       01  CmdbOut             PIC Z(6)9.
       01  CmdbOut2            PIC Z(6)9.
       01  CmdbOut3            PIC Z(6)9.
       01  CmdbOut4            PIC Z(6)9.
       01  ExportExpiryHours   PIC 9(4) VALUE 24.
       01  ExRec.
           05 ExId              PIC 9(6).
           05 FILLER            PIC X(1).
           05 ExStatus          PIC X(8).
           05 FILLER            PIC X(1).
           05 ExFile            PIC X(100).
           05 FILLER            PIC X(1).
           05 ExOper            PIC X(50).
           05 FILLER            PIC X(1).
           05 ExStamp           PIC X(14).
           05 FILLER            PIC X(1).
           05 ExCount           PIC 9(6).
           05 FILLER            PIC X(1).
           05 ExExpiry          PIC X(14).
           05 FILLER            PIC X(1).
           05 ExLines           PIC 9(6).
           05 FILLER            PIC X(1).
           05 ExSum             PIC 9(8).
           05 FILLER            PIC X(1).
           05 ExSource          PIC X(6).
           05 FILLER            PIC X(1).
           05 ExDone            PIC X(14).
       01  ExRegName           PIC X(100).
       01  ExSourceWant        PIC X(6).
       01  ExCountWant         PIC 9(6).
       01  ExNow               PIC X(21).
       01  ExEOF               PIC X(1).
       01  ExRegEOF            PIC X(1).
       01  ExMaxId             PIC 9(6).
       01  ExHashOk            PIC X(1).
       01  ExHashLines         PIC 9(6).
       01  ExHashSum           PIC 9(8).
       01  ExHashLine          PIC X(400).
       01  ExHashLen           PIC 9(3).
       01  ExHashPos           PIC 9(3).
       01  ExDayInt            PIC 9(7).
       01  ExSecs              PIC 9(9).
       01  ExDays              PIC 9(5).
       01  ExRem               PIC 9(5).
       01  ExFindCount         PIC 9(3) VALUE 0.
       01  ExIdx               PIC 9(3).
       01  ExFindTable.
           05 ExFind OCCURS 50 TIMES PIC X(242).
       01  ExToLog             PIC X(1) VALUE 'N'.
       01  ExExpireAll         PIC X(1) VALUE 'N'.
       01  ExOutcome           PIC X(8).
       01  ExShredded          PIC 9(3).
       01  ExGone              PIC 9(3).
       01  ExAltered           PIC 9(3).
       01  ExFailed            PIC 9(3).
       01  ExLiveLeft          PIC 9(3).
       01  ExSavedRc           PIC S9(9).
       01  ExRc                PIC S9(9).
       01  ExOut               PIC Z(5)9.
       01  ExOut2              PIC Z(5)9.
       01  ExOut3              PIC Z(5)9.
       01  ExWant              PIC X(6).
       01  ExPick              PIC 9(6).
       01  ExShow              PIC X(1).
       01  ExHit               PIC X(1).
       01  GetValue            PIC X(200).
       01  FzRec.
           05 FzStatus          PIC X(8).
           05 FILLER            PIC X(1).
           05 FzRef             PIC X(30).
           05 FILLER            PIC X(1).
           05 FzBy              PIC X(50).
           05 FILLER            PIC X(1).
           05 FzAt              PIC X(14).
           05 FILLER            PIC X(1).
           05 FzReqBy           PIC X(50).
           05 FILLER            PIC X(1).
           05 FzReqAt           PIC X(14).
           05 FILLER            PIC X(1).
           05 FzLiftBy          PIC X(50).
           05 FILLER            PIC X(1).
           05 FzLiftAt          PIC X(14).
       01  FzFileName          PIC X(100).
       01  IncidentFrozen      PIC X(1) VALUE 'N'.
       01  IncidentRef         PIC X(30) VALUE SPACES.
       01  FzAction            PIC X(20).
       01  FzWhat              PIC X(50).
       01  FzNow               PIC X(21).
       01  FzChoice            PIC X(1).
       01  FzConfirm           PIC X(1).
       01  FzAllowed           PIC X(1).
       01  ErvDays             PIC 9(4).
       01  ErvCutDate          PIC 9(8).
       01  ErvCutoff           PIC X(14).
       01  ErvOpCount          PIC 9(3) VALUE 0.
       01  ErvOpTable.
           05 ErvOp OCCURS 50 TIMES.
               10 ErvOpName     PIC X(50).
               10 ErvOpRole     PIC X(10).
               10 ErvOpView     PIC X(100).
               10 ErvOpEdit     PIC X(100).
               10 ErvOpForce    PIC X(1).
               10 ErvOpLast     PIC X(14).
               10 ErvOpViewed   PIC 9(5).
               10 ErvOpTouched  PIC X(200).
               10 ErvOpEdited   PIC X(200).
               10 ErvOpUnusedV  PIC X(200).
               10 ErvOpUnusedE  PIC X(200).
               10 ErvOpNewV     PIC X(100).
               10 ErvOpNewE     PIC X(100).
       01  ErvOpFull           PIC X(1).
       01  ErvSeenCount        PIC 9(4) VALUE 0.
       01  ErvSeenTable.
           05 ErvSeen OCCURS 2000 TIMES.
               10 ErvSeenOp     PIC 9(3).
               10 ErvSeenKind   PIC X(1).
               10 ErvSeenId     PIC X(50).
               10 ErvSeenCat    PIC X(50).
       01  ErvSeenFull         PIC X(1).
       01  ErvAllCats          PIC X(200).
       01  ErvIdx              PIC 9(4).
       01  ErvJdx              PIC 9(4).
       01  ErvKdx              PIC 9(4).
       01  ErvOpHit            PIC 9(3).
       01  ErvKind             PIC X(1).
       01  ErvHit              PIC X(1).
       01  ErvOper             PIC X(50).
       01  ErvList             PIC X(200).
       01  ErvListWork         PIC X(200).
       01  ErvUsedWork         PIC X(200).
       01  ErvCurrent          PIC X(200).
       01  ErvHasTable.
           05 ErvHasTok OCCURS 20 TIMES PIC X(50).
       01  ErvHasIdx           PIC 9(2).
       01  ErvUsed             PIC X(200).
       01  ErvUnused           PIC X(200).
       01  ErvTokTable.
           05 ErvTok OCCURS 20 TIMES PIC X(50).
       01  ErvTokIdx           PIC 9(2).
       01  ErvSignName         PIC X(100).
       01  ErvSignCount        PIC 9(3) VALUE 0.
       01  ErvSignTable.
           05 ErvSign OCCURS 50 TIMES.
               10 ErvSignOper   PIC X(50).
               10 ErvSignDec    PIC X(10).
               10 ErvSignView   PIC X(100).
               10 ErvSignEdit   PIC X(100).
       01  ErvRowOper          PIC X(50).
       01  ErvRowRole          PIC X(10).
       01  ErvRowView          PIC X(100).
       01  ErvRowEdit          PIC X(100).
       01  ErvRowLast          PIC X(14).
       01  ErvRowSeen          PIC X(10).
       01  ErvRowDec           PIC X(10).
       01  ErvRowNewV          PIC X(100).
       01  ErvRowNewE          PIC X(100).
       01  ErvRowNum           PIC 9(4).
       01  ErvBad              PIC 9(3).
       01  ErvKept             PIC 9(3).
       01  ErvFlagged          PIC 9(3).
       01  ErvReduced          PIC 9(3).
       01  ErvRemoved          PIC 9(3).
       01  ErvFailed           PIC 9(3).
       01  ErvEOF              PIC X(1).
       01  ErvChoice           PIC X(1).
       01  ErvConfirm          PIC X(1).
       01  ErvOut              PIC Z(4)9.
       01  ErvOut2             PIC Z(4)9.
       01  ErvOut3             PIC Z(4)9.
       01  ErvOut4             PIC Z(4)9.
       01  ErvRowOut           PIC Z(3)9.
       01  OperDeleted         PIC X(1).
       01  OperRewritten       PIC X(1).
       01  ScRec.
           05 ScId              PIC 9(6).
           05 FILLER            PIC X(1).
           05 ScStatus          PIC X(8).
           05 FILLER            PIC X(1).
           05 ScDue             PIC X(14).
           05 FILLER            PIC X(1).
           05 ScOp              PIC X(8).
           05 FILLER            PIC X(1).
           05 ScEncId           PIC X(50).
           05 FILLER            PIC X(1).
           05 ScNewPw           PIC X(50).
           05 FILLER            PIC X(1).
           05 ScSalt            PIC X(8).
           05 FILLER            PIC X(1).
           05 ScNewCat          PIC X(50).
           05 FILLER            PIC X(1).
           05 ScNewNotes        PIC X(50).
           05 FILLER            PIC X(1).
           05 ScBy              PIC X(50).
           05 FILLER            PIC X(1).
           05 ScAt              PIC X(14).
           05 FILLER            PIC X(1).
           05 ScTicket          PIC X(20).
           05 FILLER            PIC X(1).
           05 ScDone            PIC X(14).
           05 FILLER            PIC X(1).
           05 ScNote            PIC X(40).
       01  ScFileName          PIC X(100).
       01  ScNow               PIC X(21).
       01  ScEOF               PIC X(1).
       01  ScMaxId             PIC 9(6).
       01  ScPick              PIC 9(6).
       01  ScWant              PIC X(6).
       01  ScHit               PIC X(1).
       01  ScShow              PIC X(1).
       01  ScChoice            PIC X(1).
       01  ScConfirm           PIC X(1).
       01  ScIdent             PIC X(50).
       01  ScDueInput          PIC X(20).
       01  ScDueWork           PIC X(12).
       01  ScDueOk             PIC X(1).
       01  ScPlainPw           PIC X(50).
       01  ScPlainCat          PIC X(50).
       01  ScPlainNotes        PIC X(50).
       01  ScInput             PIC X(50).
       01  ScChanged           PIC X(1).
       01  ScOutcome           PIC X(8).
       01  ScReason            PIC X(40).
       01  ScRunCount          PIC 9(3) VALUE 0.
       01  ScRunIdx            PIC 9(3).
       01  ScRunNext           PIC 9(3).
       01  ScRunTable.
           05 ScRun OCCURS 100 TIMES.
               10 ScRunRec      PIC X(395).
               10 ScRunDone     PIC X(1).
               10 ScRunStatus   PIC X(8).
               10 ScRunNote     PIC X(40).
       01  ScRunFull           PIC X(1).
       01  ScApplied           PIC 9(3).
       01  ScFailed            PIC 9(3).
       01  ScWaiting           PIC 9(3).
       01  ScOutScope          PIC 9(3).
       01  ScOut               PIC Z(5)9.
       01  ScOut2              PIC Z(5)9.
       01  ScOut3              PIC Z(5)9.
       01  ScMode              PIC X(10).
       01  ScSaved             PIC X(395).
       01  ScLeft              PIC 9(3).
       01  ScDeferred          PIC 9(3).
       01  MergeVaultName      PIC X(40).
       01  MergeFileName          PIC X(100).
       01  MergeFileStatus        PIC XX.
               10 ChgEncId     PIC X(50).
               10 ChgStatus    PIC X(40).
               10 ChgOk        PIC X(1).
               10 ChgFrz       PIC X(1).
               10 ChgTicket    PIC X(20).
       01  SegFileName         PIC X(100).
       01  SegFileStatus       PIC XX.
       01  SegEOF              PIC X(1).
       01  DueRotated          PIC 9(5).
       01  DueFailed           PIC 9(5).
       01  DueSkipped          PIC 9(5).
       01  DueOutScope         PIC 9(5).
       01  DuePushed           PIC 9(5).
       01  DueRolledBack       PIC 9(5).
       01  DuePushFailed       PIC 9(5).
       01  DueOut              PIC Z(4)9.
       01  DueToday            PIC X(8).
       01  BatchAuthOk         PIC X(1).
       01  PendFileName        PIC X(100).
       01  PendFileStatus      PIC XX.
       01  PendEOF             PIC X(1).
       01  PendLine            PIC X(220).
       01  PendWork            PIC X(220).
       01  PendCount           PIC 9(3).
       01  PendPick            PIC 9(3).
       01  PendIdx             PIC 9(3).
       01  OperReadEdit        PIC X(100).
       01  OperReadForce       PIC X(1).
       01  OperForceChange     PIC X(1) VALUE 'N'.
       01  OperReadDays        PIC X(7).
       01  OperReadHours       PIC X(9).
       01  OperReadFrom        PIC X(8).
       01  OperReadTo          PIC X(8).
       01  OperReadContact     PIC X(40).
       01  OperWindowState     PIC X(10).
       01  OperLoginRefused    PIC X(1) VALUE 'N'.
       01  OperWinToday        PIC 9(8).
       01  OperWinDow          PIC 9(1).
       01  OperWinNow          PIC X(4).
       01  OperWinInput        PIC X(20).
       01  OperWinOk           PIC X(1).
       01  CatListWork         PIC X(100).
       01  CatListHit          PIC X(1).
       01  ViewAccessOk        PIC X(1).
           05 FILLER           PIC X(16) VALUE '_settings.dat'.
           05 FILLER           PIC X(16) VALUE '_pending.csv'.
           05 FILLER           PIC X(16) VALUE '_templates.dat'.
           05 FILLER           PIC X(16) VALUE '_consumers.csv'.
           05 FILLER           PIC X(16) VALUE '_tokens.dat'.
           05 FILLER           PIC X(16) VALUE '_schedule.dat'.
       01  BakSuffixTbl REDEFINES BakSuffixes.
           05 BakSuffix OCCURS 11 TIMES PIC X(16).
       01  BakMembers          PIC 9(2) VALUE 11.
       01  BakIdx              PIC 9(2).
       01  BakSrcName          PIC X(100).
       01  BakDstName          PIC X(100).
       01  BakCatalogName      PIC X(100).
       01  MetDup              PIC 9(5).
       01  MetBreach           PIC 9(5).
       01  MetUnused           PIC 9(5).
       01  MetLowCodes         PIC 9(5).
       01  MetEOF              PIC X(1).
       01  MetLine             PIC X(80).
       01  MetDate             PIC X(8).
       01  MetVTable.
           05 MetV OCCURS 7 TIMES PIC X(5).
       01  MetNum              PIC 9(5).
       01  MetC1               PIC Z(4)9.
       01  MetC2               PIC Z(4)9.
       01  MetC4               PIC Z(4)9.
       01  MetC5               PIC Z(4)9.
       01  MetC6               PIC Z(4)9.
       01  MetC7               PIC Z(4)9.
       01  MetShow             PIC 9(2).
       01  MetCount            PIC 9(6).
       01  MetSlot             PIC 9(2).
               STOP RUN
           END-IF

           IF FUNCTION TRIM(Arg1) = '--schedule'
               PERFORM BatchSchedule
               STOP RUN
           END-IF

           IF FUNCTION TRIM(Arg1) = '--report'
               PERFORM BatchComplianceReport
               STOP RUN
               STOP RUN
           END-IF

           IF FUNCTION TRIM(Arg1) = '--attest-open'
               PERFORM BatchAttestOpen
               STOP RUN
           END-IF

           IF FUNCTION TRIM(Arg1) = '--attest-close'
               PERFORM BatchAttestClose
               STOP RUN
           END-IF

           IF FUNCTION TRIM(Arg1) = '--siem'
               PERFORM BatchSiemFeed
               STOP RUN
           END-IF

           IF FUNCTION TRIM(Arg1) = '--registry-report'
               PERFORM BatchRegistryReport
               STOP RUN
           END-IF

           IF FUNCTION TRIM(Arg1) = '--replicate'
               PERFORM BatchReplicate
               STOP RUN
           END-IF

           IF FUNCTION TRIM(Arg1) = '--replica-check'
               PERFORM BatchReplicaCheck
               STOP RUN
           END-IF

           IF FUNCTION TRIM(Arg1) = '--promote'
               PERFORM BatchPromote
               STOP RUN
           END-IF

           IF FUNCTION TRIM(Arg1) = '--ticket-recon'
               PERFORM BatchTicketRecon
               STOP RUN
           END-IF

           IF FUNCTION TRIM(Arg1) = '--cmdb'
               PERFORM BatchCmdbExtract
               STOP RUN
           END-IF

           CALL "SYSTEM" USING CLEAR-COMMAND
           DISPLAY 'Vault name (enter for default):'
           ACCEPT VaultName
               MOVE 'passwords' TO VaultName
           END-IF

           PERFORM CheckVaultRetired
           IF VaultRetired = 'Y'
               DISPLAY 'Vault ' FUNCTION TRIM(VaultName)
                   ' has been decommissioned and is retired.'
               STOP RUN
           END-IF
           PERFORM CheckStandbyVault
           IF StandbyVault = 'Y'
               DISPLAY 'Vault ' FUNCTION TRIM(VaultName)
                   ' here is a standby replica of '
                   FUNCTION TRIM(RplMarkPrimary)
               DISPLAY 'It opens read-only until it is promoted.'
               MOVE 'Y' TO ReadOnlySession
           END-IF

           MOVE SPACES TO VaultFileName
           STRING
               FUNCTION TRIM(VaultName)
               INTO TmpFileName

           PERFORM LoadVaultSettings
           IF StandbyVault NOT = 'Y'
               PERFORM IntegrityCheckVault
           END-IF
           PERFORM CheckClockRollback

           OPEN INPUT PswFile
                   ACCEPT OperName
                   IF FUNCTION TRIM(OperName) NOT = ''
                       PERFORM OperatorLogin
                       IF OperLoginRefused = 'Y'
                           CLOSE PswFile
                           STOP RUN
                       END-IF
                   ELSE
                       MOVE 'USER' TO CurrentOperator
                       MOVE 'ADMIN' TO OperatorRole
                       MOVE CurrentOperator TO AuditIdentifier
                       MOVE 'SUCCESS' TO AuditOutcome
                       PERFORM WriteAuditLog
                       PERFORM LoadIncidentFreeze
                       IF ReadOnlySession = 'Y'
                           MOVE 'READONLY' TO OperatorRole
                           IF StandbyVault NOT = 'Y'
                               DISPLAY
                                   '*** READ-ONLY session: another'
                                   ' session holds the write lock. ***'
                           END-IF
                       END-IF
                       IF OperForceChange = 'Y' AND
                               ReadOnlySession NOT = 'Y' AND
                               IncidentFrozen NOT = 'Y'
                           PERFORM ForceOperatorPasswordChange
                       END-IF
                       PERFORM BuildVaultIndex
                       IF IncidentFrozen NOT = 'Y'
                           PERFORM PurgeVaultTrash
                       END-IF
                       IF ReadOnlySession NOT = 'Y'
                           PERFORM GrantExpireSweep
                       END-IF
                       PERFORM GrantLoadSession
                       PERFORM Choices
                   ELSE
                       ADD 1 TO ReadFailedAttempts
                   MOVE TempRecord TO PasswordRecord
                   WRITE PasswordRecord
                   CLOSE PswFile
                   PERFORM RefreshVaultControl
                   PERFORM MarkVaultControlled
                   DISPLAY 'Main password saved.'
                   MOVE 'CREATE VAULT' TO AuditAction
                   MOVE VaultName TO AuditIdentifier
                   MOVE 'SUCCESS' TO AuditOutcome
                   PERFORM WriteAuditLog
                   PERFORM RegisterNewVault
               END-IF
               PERFORM Choices
           END-IF
                           IF (PswRecord(1:1) = '"' AND
                                   PswRecord(222:1) = '"') OR
                                   PswRecord(1:5) = 'OPER,' OR
                                   PswRecord(1:5) = 'CTRL,' OR
                                   (PswRecord(1:1) = '+' AND
                                       PswRecord(170:1) = '"')
                               MOVE PswRecord TO TmpRecord
                   DELIMITED BY SIZE
                   INTO SYSTEM-COMMAND
               CALL "SYSTEM" USING SYSTEM-COMMAND
               MOVE 'Y' TO VcRewritten
           ELSE
               MOVE SPACES TO SYSTEM-COMMAND
               STRING
                   INTO SYSTEM-COMMAND
               CALL "SYSTEM" USING SYSTEM-COMMAND
           END-IF
           PERFORM BalanceVaultControl
           PERFORM ReleaseVaultLock.

       ValidateVaultName.

           IF RETURN-CODE = 0
               MOVE 'Y' TO LockAcquired
               MOVE 'N' TO VcRewritten
               PERFORM BalanceVaultControl
           ELSE
               MOVE 'N' TO LockAcquired
               DISPLAY
                   ' again shortly.'
           END-IF.

      *    The trailer is re-established only when this program has
      *    itself rewritten or appended to the vault under the lock;
      *    anything else found in the file waits for the balancing
      *    run at the next lock.
       ReleaseVaultLock.
           IF VcRewritten = 'Y'
               PERFORM RefreshVaultControl
               IF VcOpenOk = 'Y'
                   PERFORM MarkVaultControlled
               END-IF
           END-IF
           MOVE 'N' TO VcRewritten
           MOVE SPACES TO SYSTEM-COMMAND
           STRING
               'rmdir '
                           MOVE SPACES TO OperReadView
                           MOVE SPACES TO OperReadEdit
                           MOVE SPACES TO OperReadForce
                           MOVE SPACES TO OperReadDays
                           MOVE SPACES TO OperReadHours
                           MOVE SPACES TO OperReadFrom
                           MOVE SPACES TO OperReadTo
                           MOVE SPACES TO OperReadContact
                           UNSTRING PswRecord DELIMITED BY ','
                               INTO OperTag OperReadName
                                   OperStored OperReadRole
                                   OperReadView OperReadEdit
                                   OperReadForce OperReadDays
                                   OperReadHours OperReadFrom
                                   OperReadTo OperReadContact
                           END-UNSTRING
                           IF FUNCTION TRIM(OperReadName) =
                                   FUNCTION TRIM(OperName)
               RecoveredPassword
               EncryptedMainPassword
           MOVE RecoveredPassword TO MainPassword
           MOVE 'N' TO OperIsApprover
           EVALUATE FUNCTION TRIM(OperReadRole)
               WHEN 'READONLY'
                   MOVE 'READONLY' TO OperatorRole
               WHEN 'OPERATOR'
                   MOVE 'OPERATOR' TO OperatorRole
               WHEN 'APPROVER'
                   MOVE 'OPERATOR' TO OperatorRole
                   MOVE 'Y' TO OperIsApprover
               WHEN OTHER
                   MOVE 'ADMIN' TO OperatorRole
           END-EVALUATE

      *    The login window is only judged once the password is
      *    right, so a wrong guess still counts toward the lockout
      *    and the refusal never confirms a name to a stranger.
           IF FUNCTION TRIM(EncryptedMainPassword) NOT =
                   FUNCTION TRIM(CorrectPassword)
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckOperatorWindow
           IF OperWindowState = 'OK'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO OperLoginRefused
           IF OperWindowState = 'EXPIRED'
               DISPLAY
                   'This operator account is not valid today'
                   ' (valid ' OperReadFrom ' to ' OperReadTo ').'
           ELSE
               DISPLAY
                   'Logins for this operator are not allowed at'
                   ' this time.'
           END-IF
           MOVE 'LOGIN' TO AuditAction
           MOVE CurrentOperator TO AuditIdentifier
           MOVE OperWindowState TO AuditOutcome
           PERFORM WriteAuditLog.

      *    A reset account cannot reach the menu on its temporary
      *    password: the operator sets their own before Choices.
                   ' permitted.'
           ELSE
               MOVE 'Y' TO WriteAllowed
           END-IF
           IF WriteAllowed = 'Y'
               PERFORM LoadIncidentFreeze
               IF IncidentFrozen = 'Y'
                   MOVE 'N' TO WriteAllowed
                   MOVE 'WRITE' TO FzAction
                   MOVE SPACES TO FzWhat
                   STRING
                       'menu '
                       FUNCTION TRIM(Choice)
                       DELIMITED BY SIZE
                       INTO FzWhat
                   PERFORM IncidentRefusal
               END-IF
           END-IF.

      *    Entries whose category is on the vault's high-value list
      *    Per-operator category scoping: the OPER record carries the
      *    categories an operator may see and those they may change.
      *    Blank or ALL means unrestricted; entries without a
      *    category are open only to unrestricted operators. Outside
      *    those lists an active just-in-time grant for the entry
      *    in ReadIdentifier or the category in CategoryWork still
      *    opens it until the grant ends.
       CheckViewAccess.
           MOVE 'Y' TO ViewAccessOk
           IF FUNCTION TRIM(OperViewCats) = '' OR
           PERFORM MatchCategoryList
           IF CatListHit NOT = 'Y'
               MOVE 'N' TO ViewAccessOk
               MOVE 'V' TO GrtWant
               PERFORM GrantAccessCheck
               IF GrtHit = 'Y'
                   MOVE 'Y' TO ViewAccessOk
               END-IF
           END-IF.

       CheckEditAccess.
           PERFORM MatchCategoryList
           IF CatListHit NOT = 'Y'
               MOVE 'N' TO EditAccessOk
               MOVE 'E' TO GrtWant
               PERFORM GrantAccessCheck
               IF GrtHit = 'Y'
                   MOVE 'Y' TO EditAccessOk
               END-IF
           END-IF.

      *    A change to a dual-controlled entry from a non-admin
               PendNewPw(1:50)
               '","'
               PendSalt
               '","'
               TicketHeld
               '"'
               DELIMITED BY SIZE
               INTO PendLine
           MOVE 'PENDING' TO AuditAction
           MOVE Identifier TO AuditIdentifier
           MOVE 'QUEUED' TO AuditOutcome
           MOVE TicketHeld TO AuditTicket
           PERFORM WriteAuditLog
           PERFORM NotifyPendingLine.

      *    Dual-control review: queued changes to high-value entries
      *    are listed with their old and new values and an ADMIN
               ' on ' FUNCTION TRIM(PendDecId)
           DISPLAY 'Queued:   ' PendWork(2:8) ' ' PendWork(10:6)
               ' by ' FUNCTION TRIM(PendWork(81:50))
           IF PendWork(198:20) NOT = SPACES
               DISPLAY 'Ticket:   ' FUNCTION TRIM(PendWork(198:20))
           END-IF

           MOVE PendWork(28:50) TO EncSearchId
           PERFORM FetchEntryRecord
       ApprovePendingChange.
           MOVE PendWork(28:50) TO EncSearchId
           MOVE PendDecId TO Identifier
           MOVE PendWork(198:20) TO TicketHeld
           MOVE TicketHeld TO ChangeTicket
           IF PendWork(19:6) = 'DELETE'
               PERFORM LoadLegalHolds
               MOVE EncSearchId TO HldCheckEnc
               PERFORM CheckEntryHeld
               IF HldHit = 'Y'
                   MOVE 'DELETE' TO AuditAction
                   PERFORM AuditHoldRefusal
                   EXIT PARAGRAPH
               END-IF
               PERFORM DeleteEntryPass
               IF DeletePassOk NOT = 'Y'
                   EXIT PARAGRAPH
               ELSE
                   MOVE 'NOTFOUND' TO AuditOutcome
               END-IF
               MOVE TicketHeld TO AuditTicket
               PERFORM WriteAuditLog
           ELSE
               PERFORM PendApplyEdit
               IF PendApplied NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
               MOVE Identifier TO ConsIdent
               PERFORM WriteConsumerWorklist
               MOVE 'EDIT' TO AuditAction
               MOVE Identifier TO AuditIdentifier
               MOVE 'SUCCESS' TO AuditOutcome
               MOVE TicketHeld TO AuditTicket
               PERFORM WriteAuditLog
           END-IF
           PERFORM RemovePendingLine
                               MOVE SPACES TO OperReadRole
                               MOVE SPACES TO OperReadView
                               MOVE SPACES TO OperReadEdit
                               MOVE SPACES TO OperReadForce
                               MOVE SPACES TO OperReadDays
                               MOVE SPACES TO OperReadHours
                               MOVE SPACES TO OperReadFrom
                               MOVE SPACES TO OperReadTo
                               MOVE SPACES TO OperReadContact
                               UNSTRING PswRecord DELIMITED BY ','
                                   INTO OperTag OperReadName
                                       OperStored OperReadRole
                                       OperReadView OperReadEdit
                                       OperReadForce OperReadDays
                                       OperReadHours OperReadFrom
                                       OperReadTo OperReadContact
                               END-UNSTRING
                               IF FUNCTION TRIM(OperReadView) = ''
                                   MOVE 'ALL' TO OperReadView
                                   FUNCTION TRIM(OperReadView)
                                   '  edit: '
                                   FUNCTION TRIM(OperReadEdit)
                               IF OperReadContact NOT = SPACES
                                   DISPLAY '      contact: '
                                       FUNCTION TRIM(OperReadContact)
                               END-IF
                               IF OperReadDays NOT = SPACES OR
                                       OperReadHours NOT = SPACES OR
                                       OperReadFrom NOT = SPACES OR
                                       OperReadTo NOT = SPACES
                                   PERFORM ShowOperatorWindow
                               END-IF
                           END-IF
               END-READ
               END-PERFORM

           DISPLAY
               'A) Add operator  D) Delete operator  C) Category'
               ' access  R) Reset password'
           DISPLAY
               'W) Login window / account dates  L) Flag as'
               ' leaving'
           DISPLAY
               'N) Notification contact  enter) back'
           ACCEPT OperChoice
           EVALUATE OperChoice
               WHEN 'L'
                   PERFORM FlagOperatorLeaving
               WHEN 'N'
                   PERFORM SetOperatorContact
               WHEN 'A'
                   PERFORM AddOperator
               WHEN 'W'
                   PERFORM SetOperatorWindow
               WHEN 'D'
                   PERFORM DeleteOperator
               WHEN 'C'
               DISPLAY 'Operator password may not be blank.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY
               'Role - A) admin  P) approver  O) operator'
               '  R) read-only:'
           ACCEPT OperChoice
           EVALUATE OperChoice
               WHEN 'R'
                   MOVE 'READONLY' TO OperReadRole
               WHEN 'P'
                   MOVE 'APPROVER' TO OperReadRole
               WHEN 'O'
                   MOVE 'OPERATOR' TO OperReadRole
               WHEN OTHER
           IF FUNCTION TRIM(OperReadEdit) = ''
               MOVE 'ALL' TO OperReadEdit
           END-IF
           MOVE SPACES TO OperReadDays
           MOVE SPACES TO OperReadHours
           MOVE SPACES TO OperReadFrom
           MOVE SPACES TO OperReadTo
           DISPLAY
               'Restrict login days/hours or account dates now?'
               ' (Y/N):'
           ACCEPT OperChoice
           IF OperChoice = 'Y'
               PERFORM AcceptOperatorWindow
               IF OperWinOk NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM AcceptOperatorContact
           IF NtfInputOk NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           CALL 'Encrypt' USING
               MainPassword
           IF LockAcquired NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO VcRewritten
           OPEN EXTEND PswFile
           IF FileStatus NOT = '00'
               CLOSE PswFile
               FUNCTION TRIM(OperReadView)
               ','
               FUNCTION TRIM(OperReadEdit)
               ',N,'
               OperReadDays
               ','
               OperReadHours
               ','
               OperReadFrom
               ','
               OperReadTo
               ','
               FUNCTION TRIM(OperReadContact)
               DELIMITED BY SIZE
               INTO TempRecord
           MOVE TempRecord TO PasswordRecord
      *    Rewrites the named operator's OPER record from the
      *    working-storage fields; callers load the record through
      *    FindOperatorRecord first and change only what they mean
      *    to change. OperRewritten says whether it went.
       RewriteOperatorRecord.
           MOVE 'N' TO OperRewritten
           MOVE 'N' TO EOF
           PERFORM AcquireVaultLock
           IF LockAcquired NOT = 'Y'
                                   FUNCTION TRIM(OperReadEdit)
                                   ','
                                   OperReadForce
                                   ','
                                   OperReadDays
                                   ','
                                   OperReadHours
                                   ','
                                   OperReadFrom
                                   ','
                                   OperReadTo
                                   ','
                                   FUNCTION TRIM(OperReadContact)
                                   DELIMITED BY SIZE
                                   INTO TempRecord
                           END-IF
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE 'Y' TO VcRewritten
           PERFORM ReleaseVaultLock
           MOVE 'Y' TO OperRewritten.

       FindOperatorRecord.
           MOVE 'N' TO OperFound
                           MOVE SPACES TO OperReadView
                           MOVE SPACES TO OperReadEdit
                           MOVE SPACES TO OperReadForce
                           MOVE SPACES TO OperReadDays
                           MOVE SPACES TO OperReadHours
                           MOVE SPACES TO OperReadFrom
                           MOVE SPACES TO OperReadTo
                           MOVE SPACES TO OperReadContact
                           UNSTRING PswRecord DELIMITED BY ','
                               INTO OperTag OperReadName
                                   OperStored OperReadRole
                                   OperReadView OperReadEdit
                                   OperReadForce OperReadDays
                                   OperReadHours OperReadFrom
                                   OperReadTo OperReadContact
                           END-UNSTRING
                           IF FUNCTION TRIM(OperReadName) =
                                   FUNCTION TRIM(OperName)
               END-IF
           END-IF.

      *    Login window on the OPER record: allowed weekdays as a
      *    Monday-first mask where '-' closes a day, allowed hours as
      *    HHMM-HHMM (a window that wraps past midnight is allowed),
      *    and the account's valid-from and valid-to dates. A blank
      *    value sets no limit. Sets OperWindowState to OK,
      *    OUTOFHOURS or EXPIRED.
       CheckOperatorWindow.
           MOVE 'OK' TO OperWindowState
           MOVE FUNCTION CURRENT-DATE TO CurrentDate
           MOVE CurrentDate(1:8) TO OperWinToday
           MOVE CurrentDate(9:4) TO OperWinNow
           IF OperReadFrom IS NUMERIC AND
                   OperWinToday < OperReadFrom
               MOVE 'EXPIRED' TO OperWindowState
               EXIT PARAGRAPH
           END-IF
           IF OperReadTo IS NUMERIC AND
                   OperWinToday > OperReadTo
               MOVE 'EXPIRED' TO OperWindowState
               EXIT PARAGRAPH
           END-IF
           IF OperReadDays NOT = SPACES
               COMPUTE OperWinDow = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(OperWinToday) - 1, 7)
                   + 1
               IF OperReadDays(OperWinDow:1) = '-' OR
                       OperReadDays(OperWinDow:1) = SPACE
                   MOVE 'OUTOFHOURS' TO OperWindowState
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF OperReadHours(1:4) IS NUMERIC AND
                   OperReadHours(6:4) IS NUMERIC
               IF OperReadHours(1:4) NOT > OperReadHours(6:4)
                   IF OperWinNow < OperReadHours(1:4) OR
                           OperWinNow NOT < OperReadHours(6:4)
                       MOVE 'OUTOFHOURS' TO OperWindowState
                   END-IF
               ELSE
                   IF OperWinNow < OperReadHours(1:4) AND
                           OperWinNow NOT < OperReadHours(6:4)
                       MOVE 'OUTOFHOURS' TO OperWindowState
                   END-IF
               END-IF
           END-IF.

       ShowOperatorWindow.
           DISPLAY '      days: '
               FUNCTION TRIM(OperReadDays)
               '  hours: '
               FUNCTION TRIM(OperReadHours)
               '  valid: '
               FUNCTION TRIM(OperReadFrom)
               ' to '
               FUNCTION TRIM(OperReadTo).

      *    Prompts for the four window values into the OperRead*
      *    fields; enter leaves a value unrestricted. Sets OperWinOk
      *    to 'N' on the first malformed answer.
       AcceptOperatorWindow.
           MOVE 'N' TO OperWinOk
           DISPLAY
               'Allowed days, Monday first, "-" for a closed day'
               ' (e.g. MTWTF--; enter for every day):'
           MOVE SPACES TO OperWinInput
           ACCEPT OperWinInput
           IF OperWinInput NOT = SPACES AND
                   (OperWinInput(8:13) NOT = SPACES OR
                       OperWinInput(7:1) = SPACE)
               DISPLAY 'Give exactly seven day positions.'
               EXIT PARAGRAPH
           END-IF
           MOVE OperWinInput(1:7) TO OperReadDays

           DISPLAY
               'Allowed hours as HHMM-HHMM (e.g. 0700-1900;'
               ' enter for any time):'
           MOVE SPACES TO OperWinInput
           ACCEPT OperWinInput
           IF OperWinInput NOT = SPACES
               IF OperWinInput(1:4) IS NOT NUMERIC OR
                       OperWinInput(5:1) NOT = '-' OR
                       OperWinInput(6:4) IS NOT NUMERIC OR
                       OperWinInput(1:4) > '2400' OR
                       OperWinInput(6:4) > '2400' OR
                       OperWinInput(10:11) NOT = SPACES
                   DISPLAY 'Hours must look like 0700-1900.'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE OperWinInput(1:9) TO OperReadHours

           DISPLAY 'Account valid from (YYYYMMDD, enter for no'
               ' start date):'
           MOVE SPACES TO OperWinInput
           ACCEPT OperWinInput
           IF OperWinInput NOT = SPACES
               IF OperWinInput(1:8) IS NOT NUMERIC OR
                       FUNCTION TEST-DATE-YYYYMMDD(
                           FUNCTION NUMVAL(OperWinInput(1:8)))
                           NOT = 0
                   DISPLAY 'Not a valid date.'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE OperWinInput(1:8) TO OperReadFrom

           DISPLAY 'Account valid to (YYYYMMDD, enter for no'
               ' end date):'
           MOVE SPACES TO OperWinInput
           ACCEPT OperWinInput
           IF OperWinInput NOT = SPACES
               IF OperWinInput(1:8) IS NOT NUMERIC OR
                       FUNCTION TEST-DATE-YYYYMMDD(
                           FUNCTION NUMVAL(OperWinInput(1:8)))
                           NOT = 0
                   DISPLAY 'Not a valid date.'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE OperWinInput(1:8) TO OperReadTo
           IF OperReadFrom IS NUMERIC AND OperReadTo IS NUMERIC
                   AND OperReadTo < OperReadFrom
               DISPLAY 'The end date is before the start date.'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO OperWinOk.

       SetOperatorWindow.
           DISPLAY 'Operator name to set the login window for:'
           ACCEPT OperName
           PERFORM FindOperatorRecord
           IF OperFound NOT = 'Y'
               DISPLAY 'No such operator.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Current window for ' FUNCTION TRIM(OperName)
               ':'
           PERFORM ShowOperatorWindow
           PERFORM AcceptOperatorWindow
           IF OperWinOk NOT = 'Y'
               DISPLAY 'Login window not changed.'
               EXIT PARAGRAPH
           END-IF
           PERFORM RewriteOperatorRecord
           IF OperRewritten NOT = 'Y'
               DISPLAY 'Login window for ' FUNCTION TRIM(OperName)
                   ' could not be changed.'
               MOVE 'OPERWINDOW' TO AuditAction
               MOVE OperName TO AuditIdentifier
               MOVE 'FAILURE' TO AuditOutcome
               PERFORM WriteAuditLog
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Login window updated for '
               FUNCTION TRIM(OperName)
           MOVE 'OPERWINDOW' TO AuditAction
           MOVE OperName TO AuditIdentifier
           MOVE 'SUCCESS' TO AuditOutcome
           PERFORM WriteAuditLog.

       DeleteOperator.
           DISPLAY 'Operator name to delete:'
           ACCEPT OperName
               DISPLAY 'No such operator.'
               EXIT PARAGRAPH
           END-IF
           PERFORM DeleteOperatorRecord
           IF OperDeleted NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Operator deleted: ' FUNCTION TRIM(OperName)
           MOVE 'OPERDEL' TO AuditAction
           MOVE OperName TO AuditIdentifier
           MOVE 'SUCCESS' TO AuditOutcome
           PERFORM WriteAuditLog

           DISPLAY 'Run the offboarding exposure sweep for '
               FUNCTION TRIM(OperName) ' now? (Y/N):'
           ACCEPT OperChoice
           IF OperChoice = 'Y'
               MOVE OperName TO OffName
               PERFORM OffboardExposureSweep
           END-IF.

      *    Drops the OPER record named in OperName from the vault
      *    under the vault lock; OperDeleted says whether it went.
       DeleteOperatorRecord.
           MOVE 'N' TO OperDeleted
           MOVE 'N' TO EOF
           PERFORM AcquireVaultLock
           IF LockAcquired NOT = 'Y'
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE 'Y' TO VcRewritten
           PERFORM ReleaseVaultLock
           MOVE 'Y' TO OperDeleted.

      *    A leaver keeps the account until the last working day:
      *    that day becomes the valid-to date, so logins stop on
      *    their own, and the exposure sweep runs straight away.
       FlagOperatorLeaving.
           DISPLAY 'Operator name who is leaving:'
           ACCEPT OperName
           PERFORM FindOperatorRecord
           IF OperFound NOT = 'Y'
               DISPLAY 'No such operator.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Last working day (YYYYMMDD, enter for today):'
           MOVE SPACES TO OperWinInput
           ACCEPT OperWinInput
           IF OperWinInput = SPACES
               MOVE FUNCTION CURRENT-DATE TO CurrentDate
               MOVE CurrentDate(1:8) TO OperWinInput
           END-IF
           IF OperWinInput(1:8) IS NOT NUMERIC OR
                   FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(OperWinInput(1:8))) NOT = 0
               DISPLAY 'Not a valid date.'
               EXIT PARAGRAPH
           END-IF
           MOVE OperWinInput(1:8) TO OperReadTo
           PERFORM RewriteOperatorRecord
           IF OperRewritten NOT = 'Y'
               DISPLAY 'The leaving date for '
                   FUNCTION TRIM(OperName)
                   ' was not recorded; the account is unchanged.'
               MOVE 'OPERLEAVING' TO AuditAction
               MOVE OperName TO AuditIdentifier
               MOVE 'FAILURE' TO AuditOutcome
               MOVE SPACES TO AuditReason
               STRING
                   'valid to '
                   OperReadTo
                   ' not recorded'
                   DELIMITED BY SIZE
                   INTO AuditReason
               PERFORM WriteAuditLog
               EXIT PARAGRAPH
           END-IF
           DISPLAY FUNCTION TRIM(OperName)
               ' can log in until ' OperReadTo '.'
           MOVE 'OPERLEAVING' TO AuditAction
           MOVE OperName TO AuditIdentifier
           MOVE 'SUCCESS' TO AuditOutcome
           MOVE SPACES TO AuditReason
           STRING
               'valid to '
               OperReadTo
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog
           MOVE OperName TO OffName
           PERFORM OffboardExposureSweep.

       ParseEntryRecord.
           MOVE PswRecord(2:50) TO ReadIdentifier
      *    entry's encrypted identifier and PswFile must be closed;
      *    the caller still holds the vault lock.
       WriteSecretSegments.
           MOVE 'Y' TO VcRewritten
           OPEN EXTEND PswFile
           IF FileStatus NOT = '00'
               CLOSE PswFile

      *    Retention sweep over the recycle bin: one streaming pass,
      *    so the bin is no longer capped at what fits in memory.
      *    A freeze override counts only for an ADMIN (or the
      *    master password); a service token never carries one.
       PurgeVaultTrash.
           IF ReadOnlySession = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(FrzOverride) NOT = '' AND
                   (TokActive = 'Y' OR OperatorRole NOT = 'ADMIN')
               DISPLAY 'Change-freeze override ignored: only an'
                   ' ADMIN may override a freeze.'
               MOVE SPACES TO FrzOverride
           END-IF
           PERFORM BuildTrashName
           MOVE FUNCTION CURRENT-DATE TO CurrentDate
           MOVE CurrentDate(1:8) TO TodayNum
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(TodayNum)

           MOVE 0 TO TrashPurged
           MOVE 0 TO FrzHeld
           MOVE SPACES TO FrzHeldId
           MOVE 0 TO HldKept
           MOVE SPACES TO HldHeldId
           PERFORM LoadFreezeCalendar
           PERFORM LoadLegalHolds
           MOVE 'N' TO TrashEOF
           OPEN INPUT TrashFile
           IF TrashFileStatus NOT = '00'
                       ELSE
                           MOVE 0 TO TrashAgeDays
                       END-IF
                       MOVE 'N' TO FrzHit
                       IF TrashAgeDays > TrashRetentionDays AND
                               FrzCount > 0
                           PERFORM CheckTrashEntryFrozen
                       END-IF
                       IF FrzHit = 'Y' AND
                               FUNCTION TRIM(FrzOverride) = ''
                           ADD 1 TO FrzHeld
                           MOVE 0 TO TrashAgeDays
                       END-IF
                       IF TrashAgeDays > TrashRetentionDays AND
                               HldCount > 0
                           PERFORM CheckTrashEntryHeld
                           IF HldHit = 'Y'
                               ADD 1 TO HldKept
                               MOVE 0 TO TrashAgeDays
                           END-IF
                       END-IF
                       IF TrashAgeDays > TrashRetentionDays
                           ADD 1 TO TrashPurged
                           IF FrzHit = 'Y' AND TrashLine(18:1) = '"'
                               CALL 'Decrypt' USING
                                   TrashLine(19:50)
                                   MainPassword
                                   TrashDecId
                               MOVE TrashDecId TO AuditIdentifier
                               PERFORM AuditFreezeOverride
                           END-IF
                       ELSE
                           MOVE TrashLine TO Tmp2Record
                           WRITE Tmp2Record
           CLOSE TrashFile
           CLOSE Tmp2File

           IF FrzHeld > 0
               MOVE FrzHeld TO TrashOut
               DISPLAY FUNCTION TRIM(TrashOut)
                   ' recycle-bin record(s) kept past retention'
                   ' (change freeze).'
           END-IF
           IF HldKept > 0
               MOVE HldKept TO TrashOut
               DISPLAY FUNCTION TRIM(TrashOut)
                   ' recycle-bin record(s) kept past retention'
                   ' (legal hold).'
           END-IF
           IF TrashPurged > 0
               MOVE TrashFileName TO SidecarTargetName
               PERFORM MoveSidecarOver
               CALL "SYSTEM" USING SYSTEM-COMMAND
           END-IF.

      *    A trashed entry whose category is frozen is kept past
      *    retention; its custom-field records, written straight
      *    after it, are kept with it.
       CheckTrashEntryFrozen.
           MOVE 'N' TO FrzHit
           EVALUATE TRUE
               WHEN TrashLine(18:1) = '"'
                   MOVE TrashLine(18:400) TO PswRecord
                   PERFORM ParseEntryRecord
                   PERFORM CheckParsedEntryFrozen
                   IF FrzHit = 'Y'
                       MOVE TrashLine(19:50) TO FrzHeldId
                   ELSE
                       MOVE SPACES TO FrzHeldId
                   END-IF
               WHEN TrashLine(18:1) = '+'
                   IF FrzHeldId NOT = SPACES AND
                           TrashLine(20:50) = FrzHeldId
                       MOVE 'Y' TO FrzHit
                   END-IF
           END-EVALUATE.

       RecycleBin.
           PERFORM CheckWriteAccess
           IF WriteAllowed NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO VcRewritten
           OPEN EXTEND PswFile
           IF FileStatus NOT = '00' THEN
               CLOSE PswFile
           IF LockAcquired NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO VcRewritten
           OPEN EXTEND PswFile
           IF FileStatus NOT = '00'
               CLOSE PswFile
      *    the record built in TempRecord, and drops that entry's
      *    reserved overflow fields so fresh ones can be appended -
      *    all of them when SegPurgeMode is 'A', only the password
      *    segments when it is 'P', only the notes segments when it
      *    is 'T'. Caller holds the vault lock.
       ReplaceEntryRecord.
           MOVE 'N' TO EOF
           OPEN INPUT PswFile
                                   (SegPurgeMode = 'A' AND
                                   FieldName(1:1) = '#') OR
                                   (SegPurgeMode = 'P' AND
                                   FieldName(1:3) = '#PW') OR
                                   (SegPurgeMode = 'T' AND
                                   FieldName(1:3) = '#NT')
                               MOVE 'Y' TO RecordMatched
                           END-IF
                       END-IF
               FUNCTION TRIM(VaultFileName)
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE 'Y' TO VcRewritten.

      *    The keyed index mirrors the vault's entry records so exact
      *    identifier lookups run in place instead of scanning and
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE 'Y' TO VcRewritten
           PERFORM ReleaseVaultLock
           PERFORM BuildVaultIndex

                               MOVE SPACES TO PwSortRec
                               MOVE CipherText TO PsPw
                               MOVE ReadIdentifier TO PsIdent
                               MOVE ReadSalt TO PsSalt
                               RELEASE SortRecord FROM PwSortRec
                           END-IF
                   END-READ
               WRITE ReportRecord
               DISPLAY 'COMPROMISED: '
                   FUNCTION TRIM(PsIdent)
               MOVE 'BREACH' TO NtfKind
               MOVE 'ADMIN' TO NtfRole
               MOVE SPACES TO NtfKey
               STRING
                   FUNCTION TRIM(PsIdent)
                   '|'
                   PsSalt
                   DELIMITED BY SIZE
                   INTO NtfKey
               MOVE SPACES TO NtfText
               STRING
                   'The password of '
                   FUNCTION TRIM(PsIdent)
                   ' appears in a breach corpus - rotate it'
                   DELIMITED BY SIZE
                   INTO NtfText
               PERFORM NotifyQueue
           END-IF.

      *    Shared duplicate detection: a dedicated pass decrypts
           DISPLAY
               'Change-set file (ADD,id,password,category,notes /'
               ' EDIT,id,password / DELETE,id):'
           DISPLAY
               'A change ticket may follow as the sixth column, e.g.'
               ' EDIT,id,password,,,CHG1234.'
           ACCEPT MergeFileName
           DISPLAY 'Change ticket for rows that name none (enter for'
               ' none):'
           ACCEPT ChgDefTicket
           DISPLAY 'Dry run - validate and report only? (Y/N):'
           ACCEPT DryRunMode
           IF DryRunMode NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM LoadFreezeCalendar
           PERFORM AskFreezeOverride
           PERFORM LoadLegalHolds

           PERFORM VARYING ChgIdx FROM 1 BY 1
                   UNTIL ChgIdx > ChgOpCount
               PERFORM ValidateChangeSetRow
               MOVE MergeFileName TO AuditIdentifier
               MOVE 'REFUSED' TO AuditOutcome
               PERFORM WriteAuditLog
               MOVE SPACES TO FrzOverride
               EXIT PARAGRAPH
           END-IF

               MOVE 'PREVIEW' TO AuditOutcome
               PERFORM WriteAuditLog
               MOVE 'N' TO DryRunMode
               MOVE SPACES TO FrzOverride
               EXIT PARAGRAPH
           END-IF

                   MOVE TempRecord TO TmpRecord
                   WRITE TmpRecord
                   MOVE ChgEncId(ChgIdx) TO EncSearchId
                   MOVE ChgTicket(ChgIdx) TO ChangeTicket
                   MOVE 'ADD' TO JournalOp
                   MOVE 'Y' TO JournalAdded
                   PERFORM WriteJournalEntry
                   MOVE 'ADD' TO AuditAction
                   MOVE ChgId(ChgIdx) TO AuditIdentifier
                   MOVE 'SUCCESS' TO AuditOutcome
                   MOVE ChgTicket(ChgIdx) TO AuditTicket
                   PERFORM WriteAuditLog
               END-IF
           END-PERFORM
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE 'Y' TO VcRewritten
           PERFORM ReleaseVaultLock
           PERFORM BuildVaultIndex

           PERFORM WriteChangeSetResults
           PERFORM VARYING ChgIdx FROM 1 BY 1
                   UNTIL ChgIdx > ChgOpCount
               IF FUNCTION TRIM(ChgOp(ChgIdx)) = 'EDIT' AND
                       ChgStatus(ChgIdx) = 'APPLIED'
                   MOVE ChgEncId(ChgIdx) TO EncSearchId
                   MOVE ChgId(ChgIdx) TO ConsIdent
                   PERFORM WriteConsumerWorklist
               END-IF
               IF ChgFrz(ChgIdx) = 'Y' AND
                       ChgStatus(ChgIdx) = 'APPLIED'
                   MOVE ChgId(ChgIdx) TO AuditIdentifier
                   PERFORM AuditFreezeOverride
               END-IF
           END-PERFORM
           MOVE SPACES TO FrzOverride
           MOVE ChgApplied TO ChgOut
           DISPLAY FUNCTION TRIM(ChgOut)
               ' operation(s) applied in one pass.'
           MOVE SPACES TO ChgNotes(ChgOpCount)
           MOVE SPACES TO ChgStatus(ChgOpCount)
           MOVE 'N' TO ChgOk(ChgOpCount)
           MOVE 'N' TO ChgFrz(ChgOpCount)
           MOVE SPACES TO ChgTicket(ChgOpCount)
           UNSTRING TempRecord DELIMITED BY ','
               INTO ChgOp(ChgOpCount) ChgId(ChgOpCount)
                   ChgPw(ChgOpCount) ChgCat(ChgOpCount)
                   ChgNotes(ChgOpCount) ChgTicket(ChgOpCount)
           END-UNSTRING
           IF ChgTicket(ChgOpCount) = SPACES
               MOVE ChgDefTicket TO ChgTicket(ChgOpCount)
           END-IF
           CALL 'Encrypt' USING
               ChgId(ChgOpCount)
               MainPassword
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               PERFORM CheckTicketCategory
               IF TicketRequired = 'Y' AND
                       ChgTicket(ChgIdx) = SPACES
                   MOVE 'N' TO ChgOk(ChgIdx)
                   MOVE 'change ticket required' TO ChgStatus(ChgIdx)
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    A legal hold is not a freeze: no override moves a held
      *    entry out of the vault.
           IF FUNCTION TRIM(ChgOp(ChgIdx)) = 'DELETE' AND
                   HldCount > 0
               MOVE ChgEncId(ChgIdx) TO HldCheckEnc
               PERFORM CheckEntryHeld
               IF HldHit = 'Y'
                   MOVE 'N' TO ChgOk(ChgIdx)
                   MOVE SPACES TO ChgStatus(ChgIdx)
                   STRING 'legal hold: '
                       FUNCTION TRIM(HldHitCase)
                       DELIMITED BY SIZE
                       INTO ChgStatus(ChgIdx)
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    Rows touching a frozen entry (or adding into a frozen
      *    category) go only under an ADMIN override reason.
           IF FrzCount > 0
               IF FUNCTION TRIM(ChgOp(ChgIdx)) = 'ADD'
                   MOVE ChgCat(ChgIdx) TO CategoryWork
               END-IF
               PERFORM CheckEntryFrozen
               IF FrzHit = 'Y'
                   IF FUNCTION TRIM(FrzOverride) = ''
                       MOVE 'N' TO ChgOk(ChgIdx)
                       MOVE SPACES TO ChgStatus(ChgIdx)
                       STRING 'change freeze: '
                           FUNCTION TRIM(FrzHitReason)
                           DELIMITED BY SIZE
                           INTO ChgStatus(ChgIdx)
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'Y' TO ChgFrz(ChgIdx)
               END-IF
           END-IF

           IF FUNCTION TRIM(ChgOp(ChgIdx)) = 'ADD' OR
                   END-IF
               END-PERFORM
               IF ChgHit > 0
                   MOVE ChgTicket(ChgHit) TO ChangeTicket
                   IF FUNCTION TRIM(ChgOp(ChgHit)) = 'DELETE'
                       PERFORM WriteTrashEntry
                       MOVE 'DELETE' TO JournalOp
                   END-IF
                   MOVE ChgId(ChgHit) TO AuditIdentifier
                   MOVE 'SUCCESS' TO AuditOutcome
                   MOVE ChgTicket(ChgHit) TO AuditTicket
                   PERFORM WriteAuditLog
                   EXIT PARAGRAPH
               END-IF
      *    of rewriting the journal, so the journal itself stays
      *    usable as evidence. Layout: "<stamp>",<op 18-27>,payload
      *    from column 29 - either the prior record or
      *    ADDED,<encrypted identifier> - and the change ticket, if
      *    one was given, in columns 431-450. The ticket is used up
      *    by the line it is written on.
       WriteJournalEntry.
           MOVE SPACES TO JournalFileName
           STRING
                   DELIMITED BY SIZE
                   INTO JournalLine
           END-IF
           IF ChangeTicket NOT = SPACES
               MOVE ChangeTicket TO JournalLine(431:20)
               MOVE SPACES TO ChangeTicket
           END-IF

           OPEN EXTEND JournalFile
           IF JournalFileStatus NOT = '00'
               PERFORM WriteAuditLog
               EXIT PARAGRAPH
           END-IF
           IF JRingLine(JTargetSlot)(29:6) = 'ADDED,'
               PERFORM LoadLegalHolds
               MOVE JRingLine(JTargetSlot)(35:50) TO HldCheckEnc
               PERFORM CheckEntryHeld
               IF HldHit = 'Y'
                   MOVE 'UNDO' TO AuditAction
                   MOVE VaultName TO Identifier
                   PERFORM AuditHoldRefusal
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM AcquireVaultLock
           IF LockAcquired NOT = 'Y'
                   MOVE 'X' TO SegPurgeMode
                   PERFORM ReplaceEntryRecord
               ELSE
                   MOVE 'Y' TO VcRewritten
                   OPEN EXTEND PswFile
                   IF FileStatus = '00'
                       MOVE TempRecord TO PasswordRecord
           IF JTargetK <= 1
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO VcRewritten
           OPEN EXTEND PswFile
           IF FileStatus NOT = '00'
               CLOSE PswFile
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE 'Y' TO VcRewritten
           PERFORM IndexDeleteRecord.

      *    "Something you have" for high-value vaults: when the
                                   DELIMITED BY SIZE
                                   INTO RptOutLine
                               PERFORM EmitReportLine
                               PERFORM NotifyStaleCheckout
                           END-IF
                       END-IF
               END-READ
               '_audit.log'
               DELIMITED BY SIZE
               INTO AuditFileName
           PERFORM AppendAuditLine.

      *    The chained append proper, to the log named in
      *    AuditFileName. Anything but WriteAuditLog that points it
      *    at another vault's log clears AuditChainLoaded before and
      *    after, so each log chains from its own tail.
       AppendAuditLine.
           MOVE FUNCTION CURRENT-DATE TO CurrentDate
           MOVE CurrentDate(1:14) TO AuditStamp

               DELIMITED BY SIZE
               INTO AuditLine

      *    A change ticket is added to the reason text.
           IF AuditTicket NOT = SPACES
               IF FUNCTION TRIM(AuditReason) = ''
                   STRING
                       'ticket '
                       FUNCTION TRIM(AuditTicket)
                       DELIMITED BY SIZE
                       INTO AuditReason
               ELSE
                   MOVE AuditReason TO AuditTailLine
                   MOVE SPACES TO AuditReason
                   STRING
                       FUNCTION TRIM(AuditTailLine)
                       '; ticket '
                       FUNCTION TRIM(AuditTicket)
                       DELIMITED BY SIZE
                       INTO AuditReason
               END-IF
               MOVE SPACES TO AuditTicket
           END-IF

      *    A documented access reason rides on the same line, ahead
      *    of the chain checksum, so the justification is covered by
      *    the tamper chain like every other field.
           IF FUNCTION TRIM(AuditReason) NOT = ''
      *    tail checksum so VerifyAuditChain can prove nothing was
      *    dropped between the files.
       AuditCloseOut.
           MOVE 'N' TO CloseOutOk
           PERFORM CheckWriteAccess
           IF WriteAllowed NOT = 'Y'
               EXIT PARAGRAPH
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE RETURN-CODE TO CloseOutRc
           IF CloseOutRc NOT = 0
               DISPLAY 'Error: the audit log could not be moved to '
                   FUNCTION TRIM(ArchFileName) '.'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ArchCatalogName
           STRING
           IF SegFileStatus NOT = '00'
               OPEN OUTPUT SegFile
           END-IF
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               DISPLAY 'Error: the audit archive catalog could not be'
                   ' written; ' FUNCTION TRIM(ArchFileName)
                   ' is not catalogued.'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SegRecord
           MOVE ArchFileName TO SegRecord
           WRITE SegRecord
           CLOSE SegFile
           MOVE 'Y' TO CloseOutOk

           DISPLAY 'Audit log sealed into '
               FUNCTION TRIM(ArchFileName)
           PERFORM HoldNoteArchive
           MOVE 'CLOSEOUT' TO AuditAction
           MOVE ArchFileName TO AuditIdentifier
           MOVE 'SUCCESS' TO AuditOutcome
                   DELIMITED BY SIZE
                   INTO SYSTEM-COMMAND
               CALL "SYSTEM" USING SYSTEM-COMMAND
               MOVE 'Y' TO VcRewritten
               PERFORM ReleaseVaultLock
           END-IF.

               ON EXCEPTION
                   MOVE SPACES TO BatchIdentifier
           END-ACCEPT
           DISPLAY 5 UPON ARGUMENT-NUMBER
           MOVE SPACES TO TicketHeld
           ACCEPT TicketHeld FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO TicketHeld
           END-ACCEPT

           IF FUNCTION TRIM(VaultName) = '' OR
                   FUNCTION TRIM(BatchPassword) = '' OR
                   FUNCTION TRIM(BatchIdentifier) = ''
               DISPLAY
                   'Usage: vaultapp --rotate <vault> <master pw|token>'
                   ' <identifier> [change ticket]'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 'ROTATE' TO TokModeName
           PERFORM BatchOpenVault
           IF BatchAuthOk = 'Y'
               MOVE 'ROTATE' TO FzAction
               MOVE BatchIdentifier TO FzWhat
               PERFORM IncidentBatchGate
           END-IF
           IF BatchAuthOk NOT = 'Y'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
                   MainPassword
                   EncSearchId

           IF TokActive = 'Y'
               PERFORM FetchEntryRecord
               IF FetchFound = 'Y'
                   PERFORM TokenEntryScope
                   IF TokScopeOk NOT = 'Y'
                       DISPLAY
                           'Error: identifier is outside this'
                           ' token''s scope.'
                       MOVE 'ROTATE' TO AuditAction
                       MOVE BatchIdentifier TO AuditIdentifier
                       MOVE 'DENIED' TO AuditOutcome
                       MOVE 'outside token scope' TO AuditReason
                       PERFORM WriteAuditLog
                       MOVE 1 TO RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           PERFORM LoadFreezeCalendar
           IF FrzCount > 0
               PERFORM FetchEntryRecord
               IF FetchFound = 'Y'
                   PERFORM ParseEntryRecord
                   PERFORM CheckParsedEntryFrozen
                   IF FrzHit = 'Y'
                       DISPLAY 'Deferred (change freeze: '
                           FUNCTION TRIM(FrzHitReason) '): '
                           FUNCTION TRIM(BatchIdentifier)
                       MOVE 'ROTATE' TO AuditAction
                       MOVE BatchIdentifier TO AuditIdentifier
                       MOVE 'DEFERRED' TO AuditOutcome
                       MOVE SPACES TO AuditReason
                       STRING 'change freeze: '
                           FUNCTION TRIM(FrzHitReason)
                           DELIMITED BY SIZE INTO AuditReason
                       PERFORM WriteAuditLog
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           PERFORM FetchEntryRecord
           IF FetchFound = 'Y'
               PERFORM ParseEntryRecord
               MOVE MainPassword TO CipherKey
               MOVE ReadSalt TO CipherSalt
               MOVE ReadCategory TO CipherText
               PERFORM DecryptSecret
               MOVE CipherText TO CategoryWork
               PERFORM CheckTicketCategory
               IF TicketRequired = 'Y' AND TicketHeld = SPACES
                   DISPLAY 'Error: a change ticket is required for'
                       ' category ' FUNCTION TRIM(CategoryWork) '.'
                   MOVE 'ROTATE' TO AuditAction
                   MOVE BatchIdentifier TO Identifier
                   PERFORM AuditTicketRefusal
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE TicketHeld TO ChangeTicket
           PERFORM RotateEntryPass
           IF RotatePassOk NOT = 'Y'
               MOVE 1 TO RETURN-CODE

           MOVE 'ROTATE' TO AuditAction
           MOVE BatchIdentifier TO AuditIdentifier
           MOVE TicketHeld TO AuditTicket
           IF BatchFound NOT = 'Y'
               MOVE 'NOTFOUND' TO AuditOutcome
               DISPLAY 'Identifier not found: '
                   FUNCTION TRIM(BatchIdentifier)
               MOVE 1 TO RETURN-CODE
               PERFORM WriteAuditLog
               EXIT PARAGRAPH
           END-IF
           MOVE 'SUCCESS' TO AuditOutcome
           PERFORM WriteAuditLog

           PERFORM PushRotatedEntry
           EVALUATE PushResult
               WHEN 'NONE'
                   DISPLAY 'Password rotated for '
                       FUNCTION TRIM(BatchIdentifier)
                   MOVE BatchIdentifier TO ConsIdent
                   PERFORM WriteConsumerWorklist
               WHEN 'PUSHED'
                   DISPLAY 'Password rotated and pushed for '
                       FUNCTION TRIM(BatchIdentifier)
                   MOVE BatchIdentifier TO ConsIdent
                   PERFORM WriteConsumerWorklist
               WHEN 'ROLLEDBACK'
                   DISPLAY 'Push failed; old password restored for '
                       FUNCTION TRIM(BatchIdentifier)
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'Push failed and rollback failed for '
                       FUNCTION TRIM(BatchIdentifier)
                       ' - vault and target are out of step.'
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.

      *    Shared front door for the batch modes: validates the vault
      *    name, loads settings, runs the integrity check, enforces
                   ' digits, "-" and "_".'
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckVaultRetired
           IF VaultRetired = 'Y'
               DISPLAY 'Error: vault ' FUNCTION TRIM(VaultName)
                   ' is retired.'
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckStandbyVault
           IF StandbyVault = 'Y' AND RplAllowStandby NOT = 'Y'
               DISPLAY 'Error: vault ' FUNCTION TRIM(VaultName)
                   ' here is a standby replica; promote it first.'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO VaultFileName
           STRING
               MOVE SPACES TO ReadLockoutUntil
           END-IF

      *    A service token may stand in for the master password,
      *    either on the command line or in a file named as @path,
      *    so the scheduler never has to hold the master itself.
           MOVE 'N' TO TokActive
           MOVE BatchPassword TO TokPresented
           PERFORM LoadTokenCredential
           IF TokPresented(1:6) = 'TOKEN:'
               PERFORM BatchOpenWithToken
               EXIT PARAGRAPH
           END-IF
           MOVE TokPresented TO BatchPassword

           IF KeyFileRequired = 'Y'
               PERFORM ReadKeyFileMaterial
               IF KeyFileOk = 'Y'
           PERFORM WriteAuditLog
           MOVE 'Y' TO BatchAuthOk.

      *    Token half of the batch front door: the token must verify
      *    against the vault, be live, cover the batch mode named in
      *    TokModeName and, for whole-vault modes, be unscoped. A
      *    wrong secret counts toward the lockout like a wrong master
      *    password; the token name is the operator from here on.
       BatchOpenWithToken.
           MOVE CorrectPassword TO TokVerifier
           PERFORM ResolveServiceToken
           MOVE TokName TO CurrentOperator
           IF TokOk NOT = 'Y'
               IF TokRefusal = 'BADSECRET'
                   ADD 1 TO ReadFailedAttempts
                   MOVE ReadFailedAttempts TO FailedAttempts
                   IF FailedAttempts >= MaxFailedAttempts
                       PERFORM ComputeLockoutDeadline
                       DISPLAY
                           'Too many failed attempts. Vault locked'
                           ' for '
                           FUNCTION TRIM(LockoutCooldownSeconds)
                           ' seconds.'
                   ELSE
                       MOVE SPACES TO LockoutUntil
                   END-IF
                   PERFORM UpdateUserRecord
               END-IF
               DISPLAY 'Error: service token refused ('
                   FUNCTION TRIM(TokRefusal) ').'
               PERFORM AuditTokenLogin
               EXIT PARAGRAPH
           END-IF
           MOVE TokKey TO MainPassword
           MOVE 'Y' TO TokActive
           PERFORM AuditTokenLogin
           MOVE 'Y' TO BatchAuthOk.

      *    One locked rewrite pass that rotates the entry whose
      *    encrypted identifier is in EncSearchId, generating the new
      *    password from the entry's stored generation profile.
      *    and RotatePassOk when the pass itself ran to completion.
       RotateEntryPass.
           MOVE 'N' TO RotatePassOk
           MOVE SPACES TO PushPlainPw
           MOVE SPACES TO PushCategory
           MOVE 'N' TO EOF
           MOVE 'N' TO BatchFound
           MOVE 'N' TO PassphraseMode
                                   IncludeSymbols
                                   ExcludeAmbiguous
                                   PassphraseMode
                           MOVE NewPassword TO PushPlainPw

                           MOVE ReadCategory TO CipherText
                           PERFORM DecryptSecret
                           MOVE CipherText TO ReadCategory
                           MOVE ReadCategory TO PushCategory
                           MOVE ReadNotes TO CipherText
                           PERFORM DecryptSecret
                           MOVE CipherText TO ReadNotes
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE 'Y' TO VcRewritten
           PERFORM ReleaseVaultLock
           MOVE 'Y' TO RotatePassOk.

      *    that invoked --rotate once per identifier. With "preview"
      *    as the third word nothing is touched: the run reports
      *    exactly which entries WOULD rotate.
      *    Usage: vaultapp --rotate-due <vault> <master pw|token>
      *           [preview]
       BatchRotateDue.
           MOVE 'Y' TO BatchMode
           DISPLAY 2 UPON ARGUMENT-NUMBER
           IF FUNCTION TRIM(VaultName) = '' OR
                   FUNCTION TRIM(BatchPassword) = ''
               DISPLAY
                   'Usage: vaultapp --rotate-due <vault>'
                   ' <master pw|token>'
                   ' [preview]'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 'ROTATEDUE' TO TokModeName
           PERFORM BatchOpenVault
           IF BatchAuthOk = 'Y'
               MOVE 'ROTATEDUE' TO FzAction
               MOVE VaultName TO FzWhat
               PERFORM IncidentBatchGate
           END-IF
           IF BatchAuthOk NOT = 'Y'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           MOVE 0 TO DueRotated
           MOVE 0 TO DueFailed
           MOVE 0 TO DueSkipped
           MOVE 0 TO DueOutScope
           MOVE 0 TO DuePushed
           MOVE 0 TO DueRolledBack
           MOVE 0 TO DuePushFailed
           MOVE 0 TO DueDeferred
           PERFORM LoadFreezeCalendar

           OPEN OUTPUT ImportFile
           IF ImportFileStatus NOT = '00'
                                       ReadIdentifier
                                       MainPassword
                                       ReadIdentifier
                               MOVE ReadIdentifier TO TokCheckId
                               PERFORM TokenParsedScope
                               IF TokScopeOk = 'Y'
                                   PERFORM CheckParsedEntryFrozen
                               END-IF
                               IF TokScopeOk = 'Y' AND FrzHit = 'Y'
                                   PERFORM DeferFrozenDueEntry
                               END-IF
                               IF TokScopeOk = 'Y' AND FrzHit NOT = 'Y'
                                   MOVE SPACES TO DueLine
                                   STRING
                                       PswRecord(2:50)
                                       ','
                                       ReadIdentifier(1:50)
                                       DELIMITED BY SIZE
                                       INTO DueLine
                                   MOVE DueLine TO ImportRecord
                                   WRITE ImportRecord
                               END-IF
                               IF TokScopeOk NOT = 'Y'
                                   ADD 1 TO DueOutScope
                               END-IF
                               IF DryRunMode NOT = 'Y' AND
                                       (TokScopeOk NOT = 'Y' OR
                                       FrzHit = 'Y')
                                   PERFORM NotifyRotationDue
                               END-IF
                           ELSE
                               ADD 1 TO DueSkipped
                           END-IF
                           MOVE BatchIdentifier TO AuditIdentifier
                           IF RotatePassOk = 'Y' AND
                                   BatchFound = 'Y'
                               MOVE 'SUCCESS' TO AuditOutcome
                               PERFORM WriteAuditLog
                               PERFORM RotateDuePush
                           ELSE
                               ADD 1 TO DueFailed
                               MOVE 'FAILURE' TO AuditOutcome
                               DISPLAY 'FAILED:  '
                                   FUNCTION TRIM(BatchIdentifier)
                               PERFORM WriteAuditLog
                               PERFORM NotifyRotationFailed
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           END-IF
           MOVE DueFailed TO DueOut
           DISPLAY '  failed:  ' FUNCTION TRIM(DueOut)
           IF DryRunMode NOT = 'Y'
               MOVE DuePushed TO DueOut
               DISPLAY '  pushed to target: ' FUNCTION TRIM(DueOut)
               MOVE DueRolledBack TO DueOut
               DISPLAY '  push failed, rolled back: '
                   FUNCTION TRIM(DueOut)
               MOVE DuePushFailed TO DueOut
               DISPLAY '  push failed, NOT rolled back: '
                   FUNCTION TRIM(DueOut)
           END-IF
           MOVE DueDeferred TO DueOut
           DISPLAY '  deferred (change freeze): '
               FUNCTION TRIM(DueOut)
           MOVE DueSkipped TO DueOut
           DISPLAY '  skipped (not yet due): '
               FUNCTION TRIM(DueOut)
           IF TokActive = 'Y'
               MOVE DueOutScope TO DueOut
               DISPLAY '  skipped (outside token scope): '
                   FUNCTION TRIM(DueOut)
           END-IF
           IF DryRunMode = 'Y'
               DISPLAY 'PREVIEW ONLY - nothing was changed.'
               MOVE 'ROTATEDUE' TO AuditAction
               PERFORM WriteAuditLog
               MOVE 'N' TO DryRunMode
           END-IF
           IF DueFailed > 0 OR DueRolledBack > 0 OR
                   DuePushFailed > 0
               MOVE 1 TO RETURN-CODE
           END-IF.

      *    A due entry covered by a freeze window in force is left
      *    for a later run: reported and audited as deferred, not
      *    counted as a failure.
       DeferFrozenDueEntry.
           ADD 1 TO DueDeferred
           DISPLAY 'Deferred: ' FUNCTION TRIM(ReadIdentifier)
               ' (change freeze: ' FUNCTION TRIM(FrzHitReason) ')'
           IF DryRunMode = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'ROTATE' TO AuditAction
           MOVE ReadIdentifier TO AuditIdentifier
           MOVE 'DEFERRED' TO AuditOutcome
           MOVE SPACES TO AuditReason
           STRING 'change freeze: '
               FUNCTION TRIM(FrzHitReason)
               DELIMITED BY SIZE INTO AuditReason
           PERFORM WriteAuditLog.

      *    Outcome of one --rotate-due entry once the vault side has
      *    rotated: plain rotation when its category has no connector,
      *    otherwise pushed, rolled back or failed. Only a change the
      *    target has actually taken raises the consumer worklist.
       RotateDuePush.
           PERFORM PushRotatedEntry
           EVALUATE PushResult
               WHEN 'NONE'
                   ADD 1 TO DueRotated
                   DISPLAY 'Rotated: '
                       FUNCTION TRIM(BatchIdentifier)
                   MOVE BatchIdentifier TO ConsIdent
                   PERFORM WriteConsumerWorklist
               WHEN 'PUSHED'
                   ADD 1 TO DuePushed
                   DISPLAY 'Pushed:  '
                       FUNCTION TRIM(BatchIdentifier)
                   MOVE BatchIdentifier TO ConsIdent
                   PERFORM WriteConsumerWorklist
               WHEN 'ROLLEDBACK'
                   ADD 1 TO DueRolledBack
                   DISPLAY 'ROLLED BACK: '
                       FUNCTION TRIM(BatchIdentifier)
               WHEN OTHER
                   ADD 1 TO DuePushFailed
                   DISPLAY 'PUSH FAILED: '
                       FUNCTION TRIM(BatchIdentifier)
                       ' (rollback failed)'
           END-EVALUATE.

      *    Month-end batch: one scheduled run over every vault named
      *    in the control file instead of an hour of menu work. The
      *    control file carries "vaultname,masterpassword" per line
      *    (a service token or @file may stand in for the password);
      *    the consolidated report gets a section per vault and a
      *    grand summary of entry, over-age, weak and duplicate
      *    counts.
      *    "--registry" in place of the control file runs every
      *    ACTIVE vault in the vault registry.
      *    Usage: vaultapp --report <controlfile|--registry>
      *           <reportfile> [days]
       BatchComplianceReport.
           MOVE 'Y' TO BatchMode
           DISPLAY 2 UPON ARGUMENT-NUMBER
           IF FUNCTION TRIM(ImportFileName) = '' OR
                   FUNCTION TRIM(ReportFileName) = ''
               DISPLAY
                   'Usage: vaultapp --report <controlfile|--registry>'
                   ' <reportfile> [age-days]'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
               COMPUTE RepAgeDays = FUNCTION NUMVAL(RepAgeX)
           END-IF

           IF FUNCTION TRIM(ImportFileName) = '--registry'
               PERFORM BuildRegistryControl
               IF RegCtlCount = 0
                   PERFORM DropRegistryControl
                   DISPLAY 'No active vaults in the vault registry.'
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN INPUT ImportFile
           IF ImportFileStatus NOT = '00'
               CLOSE ImportFile
               PERFORM DropRegistryControl
               DISPLAY 'Error opening control file.'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           IF ReportFileStatus NOT = '00'
               CLOSE ImportFile
               CLOSE ReportFile
               PERFORM DropRegistryControl
               DISPLAY 'Error opening report file.'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
               END-READ
           END-PERFORM
           CLOSE ImportFile
           PERFORM DropRegistryControl

           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
      *    VIEW line lands in the audit log, and RETURN-CODE tells
      *    the caller found (0), not found (1) or held (2). This is
      *    what keeps deployment scripts from squirreling away
      *    plaintext copies of credentials. Where a script does
      *    need the value in a file, naming it as the last argument
      *    writes it there and enters the file in the export
      *    register, so the sweep shreds it when it expires.
      *    Usage: vaultapp --get <vault> <master pw|token> <identifier>
      *           [password|notes|<custom field>] [output file]
       BatchGet.
           MOVE 'Y' TO BatchMode
           DISPLAY 2 UPON ARGUMENT-NUMBER
               ON EXCEPTION
                   MOVE SPACES TO GetField
           END-ACCEPT
           DISPLAY 6 UPON ARGUMENT-NUMBER
           MOVE SPACES TO ExportFileName
           ACCEPT ExportFileName FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO ExportFileName
           END-ACCEPT

           IF FUNCTION TRIM(VaultName) = '' OR
                   FUNCTION TRIM(BatchPassword) = '' OR
                   FUNCTION TRIM(BatchIdentifier) = ''
               DISPLAY
                   'Usage: vaultapp --get <vault> <master pw|token>'
                   ' <identifier> [field] [output file]'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 'GET' TO TokModeName
           PERFORM BatchOpenVault
           IF BatchAuthOk = 'Y'
               MOVE 'VIEW' TO FzAction
               MOVE BatchIdentifier TO FzWhat
               PERFORM IncidentBatchGate
           END-IF
           IF BatchAuthOk NOT = 'Y'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF

           IF TokActive = 'Y'
               PERFORM TokenEntryScope
               IF TokScopeOk NOT = 'Y'
                   DISPLAY
                       'Error: identifier is outside this token''s'
                       ' scope.'
                   MOVE 'VIEW' TO AuditAction
                   MOVE BatchIdentifier TO AuditIdentifier
                   MOVE 'DENIED' TO AuditOutcome
                   MOVE 'outside token scope' TO AuditReason
                   PERFORM WriteAuditLog
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE EncSearchId TO SavedEncId
           PERFORM CheckLedgerForEntry
           IF LedgerFound = 'Y' AND

           PERFORM ParseEntryRecord
           MOVE 'Y' TO GetHit
           MOVE SPACES TO GetValue
           EVALUATE FUNCTION TRIM(GetField)
               WHEN ''
               WHEN 'password'
                   MOVE CipherText TO ReadPassword
                   PERFORM LoadEntrySegments
                   PERFORM AssembleFullSecret
                   MOVE FullSecret TO GetValue
               WHEN 'notes'
               WHEN 'NOTES'
                   MOVE MainPassword TO CipherKey
                   MOVE CipherText TO ReadNotes
                   PERFORM LoadEntrySegments
                   PERFORM AssembleFullNotes
                   MOVE FullNotes TO GetValue
               WHEN OTHER
                   PERFORM GetCustomField
           END-EVALUATE
           IF GetHit = 'Y'
               PERFORM GetEmitValue
           END-IF

           MOVE 'VIEW' TO AuditAction
           MOVE BatchIdentifier TO AuditIdentifier
           IF GetHit = 'Y'
               MOVE 'SUCCESS' TO AuditOutcome
               IF FUNCTION TRIM(ExportFileName) NOT = ''
                   PERFORM ExportRegisterReason
               END-IF
           ELSE
               IF GetHit = 'W'
                   MOVE 'FAILURE' TO AuditOutcome
                   MOVE SPACES TO AuditReason
                   STRING
                       'cannot write '
                       FUNCTION TRIM(ExportFileName)
                       DELIMITED BY SIZE
                       INTO AuditReason
               ELSE
                   DISPLAY 'Error: no such field on this entry.'
                   MOVE 'NOTFOUND' TO AuditOutcome
               END-IF
               MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM WriteAuditLog.
                           PERFORM DecryptFieldRecord
                           IF FUNCTION TRIM(FieldName) =
                                   FUNCTION TRIM(GetField)
                               MOVE FieldValue TO GetValue
                               MOVE 'Y' TO GetHit
                               MOVE 'Y' TO EOF
                           END-IF
           END-PERFORM
           CLOSE PswFile.

      *    Standard output unless an output file was named; a file
      *    that cannot be written is a failure (GetHit 'W') so the
      *    caller gets a non-zero return code, not an empty file.
       GetEmitValue.
           IF FUNCTION TRIM(ExportFileName) = ''
               DISPLAY FUNCTION TRIM(GetValue)
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ExportFile
           IF ExportFileStatus NOT = '00'
               CLOSE ExportFile
               DISPLAY 'Error: cannot write '
                   FUNCTION TRIM(ExportFileName)
               MOVE 'W' TO GetHit
               EXIT PARAGRAPH
           END-IF
           MOVE GetValue TO ExportRecord
           WRITE ExportRecord
           CLOSE ExportFile
           MOVE 'GET' TO ExSourceWant
           MOVE 1 TO ExCountWant
           PERFORM RegisterExport.

      *    Unattended audit anomaly alerting: scans the sealed
      *    archives and the live log for failure runs that end in a
      *    success, runs long enough to mean a lockout, and
               MOVE AlStamp TO AlertMaxStamp
           END-IF

      *    A login refused by the operator's window is reported on
      *    its own and leaves the failure-run count alone.
           IF FUNCTION TRIM(AlAction) = 'LOGIN' AND
                   (FUNCTION TRIM(AlOutcome) = 'OUTOFHOURS' OR
                       FUNCTION TRIM(AlOutcome) = 'EXPIRED')
               MOVE SPACES TO AlertText
               STRING
                   'LOGINWINDOW: '
                   FUNCTION TRIM(AlOutcome)
                   ' login attempt by '
                   FUNCTION TRIM(AlIdent)
                   ' at '
                   AlStamp
                   DELIMITED BY SIZE
                   INTO AlertText
               PERFORM WriteAlertLine
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(AlAction) = 'LOGIN'
               IF FUNCTION TRIM(AlOutcome) = 'FAILURE'
                   IF AlertRun = 0
               INTO ReportLine
           MOVE ReportLine TO ReportRecord
           WRITE ReportRecord
           DISPLAY 'ALERT: ' FUNCTION TRIM(AlertText)
           MOVE 'ALERT' TO NtfKind
           MOVE 'ADMIN' TO NtfRole
           MOVE AlertText TO NtfKey
           MOVE AlertText TO NtfText
           PERFORM NotifyQueue.

      *    Unattended nightly housekeeping: integrity check, trash
      *    purge, stale check-out scan, expiry of access grants,
      *    notification spooling of waiting approvals, audit chain
      *    verification,
      *    a full backup set and a metrics snapshot for every vault
      *    in the control file, with one timestamped pass/fail line
      *    per step in the run log and a nonzero RETURN-CODE when
      *    any step failed, so the scheduler can page.
      *    "--registry" in place of the control file runs every
      *    ACTIVE vault in the vault registry, and each vault that
      *    comes through clean has its registry row stamped.
      *    Usage: vaultapp --nightly <controlfile|--registry>
      *           [runlog] [freeze-override-reason]
       BatchNightly.
           MOVE 'Y' TO BatchMode
           DISPLAY 2 UPON ARGUMENT-NUMBER
           IF FUNCTION TRIM(NightlyLogName) = ''
               MOVE 'nightly_run.log' TO NightlyLogName
           END-IF
      *    An optional override reason lets the run clear records
      *    that a change-freeze window would otherwise hold.
           DISPLAY 4 UPON ARGUMENT-NUMBER
           MOVE SPACES TO FrzOverride
           ACCEPT FrzOverride FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO FrzOverride
           END-ACCEPT
           MOVE FrzOverride TO NightlyOverride

           IF FUNCTION TRIM(ImportFileName) = ''
               DISPLAY
                   'Usage: vaultapp --nightly <controlfile|--registry>'
                   ' [runlog] [freeze-override-reason]'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(ImportFileName) = '--registry'
               PERFORM BuildRegistryControl
               IF RegCtlCount = 0
                   PERFORM DropRegistryControl
                   DISPLAY 'No active vaults in the vault registry.'
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN INPUT ImportFile
           IF ImportFileStatus NOT = '00'
               CLOSE ImportFile
               PERFORM DropRegistryControl
               DISPLAY 'Error opening control file.'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           IF ReportFileStatus NOT = '00'
               CLOSE ImportFile
               CLOSE ReportFile
               PERFORM DropRegistryControl
               DISPLAY 'Error opening run log.'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
               END-READ
           END-PERFORM
           CLOSE ImportFile
           PERFORM DropRegistryControl
           CLOSE ReportFile

           IF NightlyFailed = 'Y'
       NightlyOneVault.
      *    Each vault chains its own audit lines and tracks its
      *    own clock, so neither cache may leak across vaults.
           MOVE 'N' TO NightlyVaultFailed
           MOVE 'N' TO AuditChainLoaded
           MOVE 'N' TO ClockLoaded

               PERFORM WriteNightlyLog
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckVaultRetired
           IF VaultRetired = 'Y'
               MOVE 'VAULT' TO NightlyStep
               MOVE 'FAIL' TO NightlyResult
               MOVE 'vault is retired (decommissioned)'
                   TO NightlyDetail
               PERFORM WriteNightlyLog
               EXIT PARAGRAPH
           END-IF
      *    A standby replica changes only through --replicate; the
      *    housekeeping below would otherwise purge, expire and
      *    back up the copy behind the primary's back.
           PERFORM CheckStandbyVault
           IF StandbyVault = 'Y' AND RplAllowStandby NOT = 'Y'
               MOVE 'VAULT' TO NightlyStep
               MOVE 'FAIL' TO NightlyResult
               MOVE 'standby replica; promote it first'
                   TO NightlyDetail
               PERFORM WriteNightlyLog
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO VaultFileName
           STRING
           PERFORM ResetVaultSettings
           PERFORM LoadVaultSettings

           MOVE 'N' TO TokActive
           MOVE 'USER' TO CurrentOperator
           MOVE CtlMaster TO TokPresented
           PERFORM LoadTokenCredential
           IF TokPresented(1:6) NOT = 'TOKEN:'
               MOVE TokPresented TO CtlMaster
           END-IF

           IF KeyFileRequired = 'Y' AND
                   TokPresented(1:6) NOT = 'TOKEN:'
               PERFORM ReadKeyFileMaterial
               IF KeyFileOk NOT = 'Y'
                   MOVE 'AUTH' TO NightlyStep
           UNSTRING PasswordRecord DELIMITED BY ','
               INTO MergeUserId MergeUserHash
           END-UNSTRING
           IF TokPresented(1:6) = 'TOKEN:'
               MOVE MergeUserHash TO TokVerifier
               MOVE 'NIGHTLY' TO TokModeName
               PERFORM ResolveServiceToken
               MOVE TokName TO CurrentOperator
               PERFORM AuditTokenLogin
               IF TokOk NOT = 'Y'
                   MOVE 'AUTH' TO NightlyStep
                   MOVE 'FAIL' TO NightlyResult
                   MOVE SPACES TO NightlyDetail
                   STRING
                       'service token refused: '
                       FUNCTION TRIM(TokRefusal)
                       DELIMITED BY SIZE
                       INTO NightlyDetail
                   PERFORM WriteNightlyLog
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO TokActive
               MOVE TokKey TO CtlMaster
           END-IF
           CALL 'Encrypt' USING
               CtlMaster,
               CtlMaster,
               EXIT PARAGRAPH
           END-IF
           MOVE CtlMaster TO MainPassword
      *    The override is weighed afresh against each vault's
      *    credential; a token vault must not use it up for the rest.
           MOVE NightlyOverride TO FrzOverride

           PERFORM IntegrityCheckVault
           MOVE 'INTEGRITY' TO NightlyStep
               INTO NightlyDetail
           PERFORM WriteNightlyLog

           MOVE 'CONTROL' TO NightlyStep
           IF VcMismatch = 'Y'
               MOVE 'FAIL' TO NightlyResult
               MOVE 'control totals out of balance' TO NightlyDetail
           ELSE
               MOVE 'PASS' TO NightlyResult
               MOVE 'control totals balance' TO NightlyDetail
           END-IF
           PERFORM WriteNightlyLog

      *    A vault frozen for an incident keeps its recycle bin and
      *    its plaintext exports for the investigators.
           PERFORM LoadIncidentFreeze
           IF IncidentFrozen = 'Y'
               MOVE 'FREEZE' TO NightlyStep
               MOVE 'WARN' TO NightlyResult
               MOVE SPACES TO NightlyDetail
               STRING
                   'incident '
                   FUNCTION TRIM(IncidentRef)
                   '; purge and shred held'
                   DELIMITED BY SIZE
                   INTO NightlyDetail
               PERFORM WriteNightlyLog
               MOVE 0 TO TrashPurged
               MOVE 0 TO FrzHeld
           ELSE
               PERFORM PurgeVaultTrash
               IF FUNCTION TRIM(NightlyOverride) NOT = '' AND
                       FUNCTION TRIM(FrzOverride) = ''
                   MOVE 'FREEZE' TO NightlyStep
                   MOVE 'WARN' TO NightlyResult
                   MOVE 'override ignored: not an ADMIN run'
                       TO NightlyDetail
                   PERFORM WriteNightlyLog
               END-IF
           END-IF
           MOVE 'TRASHPURGE' TO NightlyStep
           MOVE 'PASS' TO NightlyResult
           MOVE SPACES TO NightlyDetail
           MOVE TrashPurged TO NightlyOut
           MOVE FrzHeld TO TrashOut
           STRING
               FUNCTION TRIM(NightlyOut)
               ' purged, '
               FUNCTION TRIM(TrashOut)
               ' held by change freeze'
               DELIMITED BY SIZE
               INTO NightlyDetail
           PERFORM WriteNightlyLog

           MOVE 0 TO NtfQueued
           MOVE 0 TO NtfDup
           MOVE 14 TO LedgerDays
           MOVE 'N' TO RptToFile
           PERFORM StaleCheckoutScan
               INTO NightlyDetail
           PERFORM WriteNightlyLog

           PERFORM GrantExpireSweep
           MOVE 'GRANTEXPIRE' TO NightlyStep
           MOVE 'PASS' TO NightlyResult
           MOVE SPACES TO NightlyDetail
           MOVE GrtExpCount TO NightlyOut
           STRING
               FUNCTION TRIM(NightlyOut)
               ' access grant(s) expired'
               DELIMITED BY SIZE
               INTO NightlyDetail
           PERFORM WriteNightlyLog

           IF IncidentFrozen NOT = 'Y'
               PERFORM NightlyExportSweep
           END-IF

           PERFORM NotifyPendingScan
           PERFORM NotifyPruneSent
           MOVE 'NOTIFY' TO NightlyStep
           MOVE 'PASS' TO NightlyResult
           MOVE SPACES TO NightlyDetail
           MOVE NtfQueued TO NightlyOut
           MOVE NtfDup TO NtfOut
           STRING
               FUNCTION TRIM(NightlyOut)
               ' spooled, '
               FUNCTION TRIM(NtfOut)
               ' already sent'
               DELIMITED BY SIZE
               INTO NightlyDetail
           PERFORM WriteNightlyLog

           PERFORM VerifyAuditChain
           MOVE 'AUDITVERIFY' TO NightlyStep
           MOVE SPACES TO NightlyDetail
               ' entries'
               DELIMITED BY SIZE
               INTO NightlyDetail
           IF MetLowCodes > 0
               MOVE MetLowCodes TO NightlyOut
               STRING
                   FUNCTION TRIM(NightlyDetail)
                   ', '
                   FUNCTION TRIM(NightlyOut)
                   ' low on recovery codes'
                   DELIMITED BY SIZE
                   INTO NightlyDetail
           END-IF
           PERFORM WriteNightlyLog

           PERFORM NightlyCertExpiry

           IF NightlyVaultFailed NOT = 'Y'
               PERFORM RegistryStampNightly
           END-IF.

       WriteNightlyLog.
           MOVE FUNCTION CURRENT-DATE TO CurrentDate
           WRITE ReportRecord
           IF NightlyResult = 'FAIL'
               MOVE 'Y' TO NightlyFailed
               MOVE 'Y' TO NightlyVaultFailed
           END-IF.

      *    Cross-vault reuse scan: every vault named in the control
      *    more than one credential - across vault boundaries - comes
      *    out as one grouped finding. The passwords themselves never
      *    appear in the report.
      *    Usage: vaultapp --reuse <controlfile|--registry>
      *           <reportfile>
       BatchReuseScan.
           MOVE 'Y' TO BatchMode
           DISPLAY 2 UPON ARGUMENT-NUMBER
           IF FUNCTION TRIM(ImportFileName) = '' OR
                   FUNCTION TRIM(ReportFileName) = ''
               DISPLAY
                   'Usage: vaultapp --reuse <controlfile|--registry>'
                   ' <reportfile>'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(ImportFileName) = '--registry'
               PERFORM BuildRegistryControl
               IF RegCtlCount = 0
                   PERFORM DropRegistryControl
                   DISPLAY 'No active vaults in the vault registry.'
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN INPUT ImportFile
           IF ImportFileStatus NOT = '00'
               CLOSE ImportFile
               PERFORM DropRegistryControl
               DISPLAY 'Error opening control file.'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           IF ReportFileStatus NOT = '00'
               CLOSE ImportFile
               CLOSE ReportFile
               PERFORM DropRegistryControl
               DISPLAY 'Error opening report file.'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
               INPUT PROCEDURE IS ReuseSortInput
               OUTPUT PROCEDURE IS ReuseSortOutput
           CLOSE ImportFile
           PERFORM DropRegistryControl

           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           IF ValidName NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckVaultRetired
           IF VaultRetired = 'Y'
               MOVE SPACES TO ReportLine
               STRING
                   'SKIPPED '
                   FUNCTION TRIM(VaultName)
                   ': vault is retired'
                   DELIMITED BY SIZE
                   INTO ReportLine
               MOVE ReportLine TO ReportRecord
               WRITE ReportRecord
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO VaultFileName
           STRING
               INTO VaultFileName
           PERFORM ResetVaultSettings
           PERFORM LoadVaultSettings
           MOVE 'N' TO TokActive
           MOVE 'USER' TO CurrentOperator
           MOVE CtlMaster TO TokPresented
           PERFORM LoadTokenCredential
           IF TokPresented(1:6) NOT = 'TOKEN:'
               MOVE TokPresented TO CtlMaster
           END-IF

           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           MOVE ReportLine TO ReportRecord
           WRITE ReportRecord

           PERFORM CheckVaultRetired
           IF VaultRetired = 'Y'
               MOVE '  SKIPPED: vault is retired' TO ReportRecord
               WRITE ReportRecord
               EXIT PARAGRAPH
           END-IF

           IF KeyFileRequired = 'Y' AND
                   TokPresented(1:6) NOT = 'TOKEN:'
               PERFORM ReadKeyFileMaterial
               IF KeyFileOk NOT = 'Y'
                   MOVE '  SKIPPED: key file not readable'
           UNSTRING PasswordRecord DELIMITED BY ','
               INTO MergeUserId MergeUserHash
           END-UNSTRING
           IF TokPresented(1:6) = 'TOKEN:'
               MOVE 'N' TO AuditChainLoaded
               MOVE 'N' TO ClockLoaded
               MOVE MergeUserHash TO TokVerifier
               MOVE 'REPORT' TO TokModeName
               PERFORM ResolveServiceToken
               MOVE TokName TO CurrentOperator
               PERFORM AuditTokenLogin
               IF TokOk NOT = 'Y'
                   CLOSE PswFile
                   MOVE SPACES TO ReportLine
                   STRING
                       '  SKIPPED: service token refused ('
                       FUNCTION TRIM(TokRefusal)
                       ')'
                       DELIMITED BY SIZE
                       INTO ReportLine
                   MOVE ReportLine TO ReportRecord
                   WRITE ReportRecord
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO TokActive
               MOVE TokKey TO CtlMaster
           END-IF
           CALL 'Encrypt' USING
               CtlMaster,
               CtlMaster,

       Choices.
           PERFORM UNTIL FUNCTION TRIM(Choice) = '0'
               PERFORM GrantFlushUse
               CALL "SYSTEM" USING CLEAR-COMMAND
               IF ReadOnlySession = 'Y'
                   DISPLAY '*** READ-ONLY SESSION ***'
               END-IF
               PERFORM LoadIncidentFreeze
               IF IncidentFrozen = 'Y'
                   DISPLAY '*** VAULT FROZEN - incident '
                       FUNCTION TRIM(IncidentRef)
                       ': metadata only ***'
               END-IF
               DISPLAY '1) Add password'
               DISPLAY '2) View passwords'
               DISPLAY '3) Change master password'
               DISPLAY '33) Rename identifier'
               DISPLAY '34) Quarantine review'
               DISPLAY '35) Orphan sweep and compaction'
               DISPLAY '36) Attestation campaign'
               DISPLAY '37) Credential consumers'
               DISPLAY '38) Service tokens for batch jobs'
               DISPLAY '39) Change-freeze calendar'
               DISPLAY '40) Rotation workload forecast'
               DISPLAY '41) Recovery codes'
               DISPLAY '42) Certificate and key expiry report'
               DISPLAY '43) Vault registry'
               DISPLAY '44) Decommission this vault'
               DISPLAY '45) Credential timeline'
               DISPLAY '46) Just-in-time access grants'
               DISPLAY '47) Legal holds'
               DISPLAY '48) Export register and shred sweep'
               DISPLAY '49) Incident freeze'
               DISPLAY '50) Operator entitlement review'
               DISPLAY '51) Scheduled changes'
               DISPLAY '0) Exit'
               MOVE FUNCTION CURRENT-DATE TO CurrentDate
               MOVE CurrentDate(1:14) TO PromptStamp
               MOVE SPACES TO ChangeTicket
               MOVE SPACES TO TicketHeld
               ACCEPT Choice
               EVALUATE FUNCTION TRIM(Choice)
                   WHEN '1'
                           DISPLAY "Press any key to continue."
                           ACCEPT Temp
                       END-IF
                   WHEN '36'
                       PERFORM CheckAutoLock
                       IF Locked NOT = 'Y'
                           PERFORM AttestationScreen
                           DISPLAY ""
                           DISPLAY "Press any key to continue."
                           ACCEPT Temp
                       END-IF
                   WHEN '37'
                       PERFORM CheckAutoLock
                       IF Locked NOT = 'Y'
                           PERFORM ConsumerRegistry
                           DISPLAY ""
                           DISPLAY "Press any key to continue."
                           ACCEPT Temp
                       END-IF
                   WHEN '38'
                       PERFORM CheckAutoLock
                       IF Locked NOT = 'Y'
                           PERFORM ServiceTokenScreen
                           DISPLAY ""
                           DISPLAY "Press any key to continue."
                           ACCEPT Temp
                       END-IF
                   WHEN '39'
                       PERFORM CheckAutoLock
                       IF Locked NOT = 'Y'
                           PERFORM FreezeCalendarScreen
                           DISPLAY ""
                           DISPLAY "Press any key to continue."
                           ACCEPT Temp
                       END-IF
                   WHEN '40'
                       PERFORM CheckAutoLock
                       IF Locked NOT = 'Y'
                           PERFORM RotationForecast
                           DISPLAY ""
                           DISPLAY "Press any key to continue."
                           ACCEPT Temp
                       END-IF
                   WHEN '41'
                       PERFORM CheckAutoLock
                       IF Locked NOT = 'Y'
                           PERFORM RecoveryCodeScreen
                           DISPLAY ""
                           DISPLAY "Press any key to continue."
                           ACCEPT Temp
                       END-IF
                   WHEN '42'
                       PERFORM CheckAutoLock
                       IF Locked NOT = 'Y'
                           PERFORM CertExpiryReport
                           DISPLAY ""
                           DISPLAY "Press any key to continue."
                           ACCEPT Temp
                       END-IF
                   WHEN '43'
                       PERFORM CheckAutoLock
                       IF Locked NOT = 'Y'
                           PERFORM VaultRegistryScreen
                           DISPLAY ""
                           DISPLAY "Press any key to continue."
                           ACCEPT Temp
                       END-IF
                   WHEN '44'
                       PERFORM CheckAutoLock
                       IF Locked NOT = 'Y'
                           PERFORM DecommissionVault
                           DISPLAY ""
                           DISPLAY "Press any key to continue."
                           ACCEPT Temp
                           IF DcDone = 'Y'
                               STOP RUN
                           END-IF
                       END-IF
                   WHEN '45'
                       PERFORM CheckAutoLock
                       IF Locked NOT = 'Y'
                           PERFORM CredentialTimeline
                           DISPLAY ""
                           DISPLAY "Press any key to continue."
                           ACCEPT Temp
                       END-IF
                   WHEN '46'
                       PERFORM CheckAutoLock
                       IF Locked NOT = 'Y'
                           PERFORM GrantAccessScreen
                           DISPLAY ""
                           DISPLAY "Press any key to continue."
                           ACCEPT Temp
                       END-IF
                   WHEN '47'
                       PERFORM CheckAutoLock
                       IF Locked NOT = 'Y'
                           PERFORM LegalHoldScreen
                           DISPLAY ""
                           DISPLAY "Press any key to continue."
                           ACCEPT Temp
                       END-IF
                   WHEN '48'
                       PERFORM CheckAutoLock
                       IF Locked NOT = 'Y'
                           PERFORM ExportRegisterScreen
                           DISPLAY ""
                           DISPLAY "Press any key to continue."
                           ACCEPT Temp
                       END-IF
                   WHEN '49'
                       PERFORM CheckAutoLock
                       IF Locked NOT = 'Y'
                           PERFORM IncidentFreezeScreen
                           DISPLAY ""
                           DISPLAY "Press any key to continue."
                           ACCEPT Temp
                       END-IF
                   WHEN '50'
                       PERFORM CheckAutoLock
                       IF Locked NOT = 'Y'
                           PERFORM EntitlementReviewScreen
                           DISPLAY ""
                           DISPLAY "Press any key to continue."
                           ACCEPT Temp
                       END-IF
                   WHEN '51'
                       PERFORM CheckAutoLock
                       IF Locked NOT = 'Y'
                           PERFORM ScheduleScreen
                           DISPLAY ""
                           DISPLAY "Press any key to continue."
                           ACCEPT Temp
                       END-IF
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
                       PERFORM Choices
               END-EVALUATE
           END-PERFORM
           PERFORM GrantFlushUse.

       CheckAutoLock.
           MOVE 'N' TO Locked
                       DISPLAY 'Unlocked.'
                   END-IF
               END-IF
           END-IF
           IF Locked NOT = 'Y'
               PERFORM IncidentMenuGate
           END-IF.

       AddPassword.
           PERFORM AcceptLongNotes
           DISPLAY 'TOTP secret (optional, for 2FA accounts):'
           ACCEPT TotpSecret
           DISPLAY 'Owner (operator name, enter for none):'
           PERFORM AcceptEntryOwner
           MOVE EncSearchId TO CertEncId
           PERFORM LoadCertDetails
           DISPLAY 'Certificate or key entry? (C=certificate,'
               ' K=key or API key, enter for neither):'
           PERFORM AcceptCertDetails
      *    The overwrite drops every reserved field, so details
      *    already on record are written back unless replaced.
           IF CertFound = 'Y'
               MOVE 'Y' TO CertCaptured
           END-IF

           MOVE SPACES TO GenProfile
           IF FUNCTION TRIM(NewPassword) = '' THEN
                   PERFORM DecryptSecret
                   MOVE CipherText TO CategoryWork
               END-IF
      *    The overwrite drops every reserved field, the owner among
      *    them, so a blank answer carries the existing owner over.
               IF FUNCTION TRIM(OwnerName) = ''
                   PERFORM LoadEntryOwner
               END-IF
               PERFORM CheckEditAccess
               IF EditAccessOk NOT = 'Y'
                   DISPLAY
                   PERFORM ReplaceEntryRecord
               END-IF
           ELSE
               MOVE 'Y' TO VcRewritten
               OPEN EXTEND PswFile
               IF FileStatus NOT = '00' THEN
                   CLOSE PswFile
                   PERFORM ApplyFieldOps
                   DISPLAY 'Template fields recorded.'
               END-IF
               IF FUNCTION TRIM(OwnerName) NOT = ''
                   PERFORM SetEntryOwner
               END-IF
               IF CertCaptured = 'Y'
                   PERFORM SetCertDetails
               END-IF
               DISPLAY
                   'Add or change custom fields for this entry?'
                   ' (Y/N):'
           MOVE 'N' TO ViewFound
           MOVE 0 TO ViewCount
           MOVE 0 TO StampCount
           MOVE 0 TO RcViewHits
           MOVE 'N' TO ReasonPrompted
           MOVE SPACES TO ReasonCode
           MOVE SPACES TO ReasonText
               MOVE Identifier TO AuditIdentifier
               MOVE 'SUCCESS' TO AuditOutcome
               PERFORM WriteAuditLog
               IF IncidentFrozen NOT = 'Y'
                   DISPLAY 'Reveal which identifier (enter for none):'
                   ACCEPT Identifier
               END-IF
           END-IF

      *    No reveal - and so no TOTP code or recovery code - while
      *    the vault is frozen for an incident.
           IF FUNCTION TRIM(Identifier) NOT = '' AND
                   IncidentFrozen = 'Y'
               MOVE 'REVEAL' TO FzAction
               MOVE Identifier TO FzWhat
               PERFORM IncidentRefusal
               MOVE SPACES TO Identifier
           END-IF

           IF FUNCTION TRIM(Identifier) NOT = ''
               END-IF
               PERFORM WriteAuditLog
               IF ViewFound = 'Y'
                   PERFORM OfferRecoveryCode
                   PERFORM TimedScreenClear
               END-IF
           ELSE
               ACCEPT Temp
           END-IF

           IF StampCount > 0 AND OperatorRole NOT = 'READONLY' AND
                   IncidentFrozen NOT = 'Y'
               PERFORM StampAccessedEntries
           END-IF.

               MOVE '1' TO VsType
               MOVE ReadCategory TO VsCat
               MOVE ReadNotes TO VsNotes
      *        Notes can carry secrets; a frozen vault lists
      *        metadata only.
               IF IncidentFrozen = 'Y'
                   MOVE '(withheld - vault frozen)' TO VsNotes
               END-IF
               MOVE ReadDateAdded TO VsDate
               RELEASE SortRecord FROM ViewSortRec
           END-IF.
                   FUNCTION TRIM(ReadIdentifier)
                   ': ' TotpCode
           END-IF
           MOVE SavedEncId TO RcEncId
           PERFORM CountEntryRecoveryCodes
           IF RcTotal > 0
               MOVE RcUnused TO RcOut
               MOVE RcTotal TO RcOut2
               DISPLAY 'Recovery codes: '
                   FUNCTION TRIM(RcOut)
                   ' unused of '
                   FUNCTION TRIM(RcOut2)
               ADD 1 TO RcViewHits
               MOVE SavedEncId TO RcViewEnc
               MOVE ReadIdentifier TO RcViewId
               MOVE RcUnused TO RcViewUnused
           END-IF
           PERFORM ShowCertDetails
           PERFORM CheckLedgerForEntry
           IF LedgerFound = 'Y'
               DISPLAY
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE 'Y' TO VcRewritten
           PERFORM ReleaseVaultLock.

      *    Every entry names an owning operator - the person who
      *    vouches for the credential in the attestation campaign.
      *    The owner rides in the reserved #OWNER field, so it moves
      *    with the entry through rename, split, trash and undo like
      *    any other continuation record. Only a name found among
      *    the OPER records is accepted; blank leaves OwnerName
      *    blank for the caller to treat as "no change".
       AcceptEntryOwner.
           MOVE SPACES TO OwnerName
           ACCEPT OwnerName
           IF FUNCTION TRIM(OwnerName) = ''
               EXIT PARAGRAPH
           END-IF
           MOVE OwnerName TO OperName
           PERFORM FindOperatorRecord
           IF OperFound NOT = 'Y'
               DISPLAY 'No operator named '
                   FUNCTION TRIM(OwnerName)
                   '; owner left unchanged.'
               MOVE SPACES TO OwnerName
           END-IF.

      *    Records OwnerName as the owner of the entry in
      *    EncSearchId, replacing any earlier #OWNER field.
       SetEntryOwner.
           MOVE 1 TO FieldOpCount
           MOVE '#OWNER' TO FieldOpName(1)
           MOVE OwnerName TO FieldOpValue(1)
           MOVE 'N' TO FieldOpDelete(1)
           PERFORM ApplyFieldOps
           MOVE 0 TO FieldOpCount
           DISPLAY 'Owner set to ' FUNCTION TRIM(OwnerName) '.'.

      *    Looks up the owner of the entry in EncSearchId into
      *    OwnerName (blank when none is recorded). Reads the vault
      *    through PswFile, so callers must not be mid-pass on it.
       LoadEntryOwner.
           MOVE SPACES TO OwnerName
           MOVE 'N' TO OwnerFound
           MOVE 'N' TO EOF
           OPEN INPUT PswFile
           IF FileStatus NOT = '00'
               CLOSE PswFile
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ PswFile INTO PswRecord
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF PswRecord(1:1) = '+' AND
                               PswRecord(3:50) = EncSearchId
                           PERFORM ParseFieldRecord
                           PERFORM DecryptFieldRecord
                           IF FUNCTION TRIM(FieldName) = '#OWNER'
                               MOVE FieldValue TO OwnerName
                               MOVE 'Y' TO OwnerFound
                               MOVE 'Y' TO EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PswFile.

       ChangeMasterPassword.
           PERFORM CheckWriteAccess
           IF WriteAllowed NOT = 'Y'
                               PERFORM RekeyOperatorRecord
                             WHEN PswRecord(1:1) = '+'
                               PERFORM RekeyFieldRecord
                             WHEN PswRecord(1:5) = 'CTRL,'
                               MOVE PswRecord TO TempRecord
                             WHEN OTHER
                               MOVE SPACES TO ReadFailedAttemptsField
                               MOVE SPACES TO ReadLockoutUntil
                   DELIMITED BY SIZE
                   INTO SYSTEM-COMMAND
               CALL "SYSTEM" USING SYSTEM-COMMAND
               MOVE 'Y' TO VcRewritten
               PERFORM RekeySidecarFiles
               PERFORM ReleaseVaultLock

           PERFORM RekeyTrashFile
           PERFORM RekeyJournalFile
           PERFORM RekeyLedgerFile
           PERFORM RekeyPendingFile
           PERFORM RekeyConsumerFile
           PERFORM RekeyScheduleFile
           PERFORM RekeyTokenFile.

       OpenSidecarRewrite.
           MOVE SPACES TO Tmp2FileName
           MOVE SPACES TO OperReadView
           MOVE SPACES TO OperReadEdit
           MOVE SPACES TO OperReadForce
           MOVE SPACES TO OperReadDays
           MOVE SPACES TO OperReadHours
           MOVE SPACES TO OperReadFrom
           MOVE SPACES TO OperReadTo
           MOVE SPACES TO OperReadContact
           UNSTRING PswRecord DELIMITED BY ','
               INTO OperTag OperReadName OperStored OperReadRole
                   OperReadView OperReadEdit OperReadForce
                   OperReadDays OperReadHours OperReadFrom
                   OperReadTo OperReadContact
           END-UNSTRING
           IF FUNCTION TRIM(OperReadView) = ''
               MOVE 'ALL' TO OperReadView
               FUNCTION TRIM(OperReadEdit)
               ','
               OperReadForce
               ','
               OperReadDays
               ','
               OperReadHours
               ','
               OperReadFrom
               ','
               OperReadTo
               ','
               FUNCTION TRIM(OperReadContact)
               DELIMITED BY SIZE
               INTO TempRecord.

               'New TOTP secret (enter to keep current, "-" to'
               ' clear):'
           ACCEPT TotpSecret
           DISPLAY 'Owner (operator name, enter to keep current):'
           PERFORM AcceptEntryOwner
           MOVE EncSearchId TO CertEncId
           PERFORM LoadCertDetails
           IF CertFound = 'Y'
               DISPLAY 'Certificate/key details (C or K to change,'
                   ' "-" to drop, enter to keep):'
           ELSE
               DISPLAY 'Certificate or key entry? (C=certificate,'
                   ' K=key or API key, enter for neither):'
           END-IF
           PERFORM AcceptCertDetails
           PERFORM FetchEntryRecord
           IF FetchFound = 'Y'
               PERFORM ParseEntryRecord
               MOVE MainPassword TO CipherKey
               MOVE ReadSalt TO CipherSalt
               MOVE ReadCategory TO CipherText
               PERFORM DecryptSecret
               MOVE CipherText TO CategoryWork
               PERFORM AcceptChangeTicket
               IF TicketOk NOT = 'Y'
                   MOVE 'EDIT' TO AuditAction
                   PERFORM AuditTicketRefusal
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM AcquireVaultLock
           IF LockAcquired NOT = 'Y'
           PERFORM ReleaseVaultLock

           DISPLAY 'Password updated.'
           MOVE Identifier TO ConsIdent
           PERFORM WriteConsumerWorklist
           IF FUNCTION TRIM(OwnerName) NOT = ''
               PERFORM SetEntryOwner
           END-IF
           IF CertCaptured = 'Y'
               PERFORM SetCertDetails
           END-IF
           DISPLAY
               'Add or change custom fields for this entry?'
               ' (Y/N):'
           MOVE 'EDIT' TO AuditAction
           MOVE Identifier TO AuditIdentifier
           MOVE 'SUCCESS' TO AuditOutcome
           MOVE TicketHeld TO AuditTicket
           PERFORM WriteAuditLog.

       EditReplaceEntry.
                   Identifier
                   MainPassword
                   EncSearchId
           PERFORM DeleteGatedEntry.

      *    The delete proper for the entry in Identifier/EncSearchId:
      *    category scope and dual control are applied exactly as for
      *    a typed delete, then the entry goes to the recycle bin.
      *    An entry under legal hold is refused outright, and one in
      *    a ticketed category needs its change ticket.
      *    Shared by the menu delete and the attestation "retire".
       DeleteGatedEntry.
           MOVE SPACES TO TicketHeld
           PERFORM LoadLegalHolds
           MOVE EncSearchId TO HldCheckEnc
           PERFORM CheckEntryHeld
           IF HldHit = 'Y'
               MOVE 'DELETE' TO AuditAction
               PERFORM AuditHoldRefusal
               EXIT PARAGRAPH
           END-IF
           PERFORM FetchEntryRecord
           IF FetchFound = 'Y'
               PERFORM ParseEntryRecord
                   PERFORM WriteAuditLog
                   EXIT PARAGRAPH
               END-IF
               PERFORM AcceptChangeTicket
               IF TicketOk NOT = 'Y'
                   MOVE 'DELETE' TO AuditAction
                   PERFORM AuditTicketRefusal
                   EXIT PARAGRAPH
               END-IF
               PERFORM CheckHighValueCategory
               IF HighValueHit = 'Y' AND OperatorRole = 'OPERATOR'
                   MOVE 'DELETE' TO PendOp
           END-IF
           MOVE 'DELETE' TO AuditAction
           MOVE Identifier TO AuditIdentifier
           MOVE TicketHeld TO AuditTicket
           PERFORM WriteAuditLog.

      *    One locked rewrite pass that removes the entry in
                           MOVE 'Y' TO DeleteFound
                           MOVE 'Y' TO RecordMatched
                           PERFORM WriteTrashEntry
                           MOVE TicketHeld TO ChangeTicket
                           MOVE 'DELETE' TO JournalOp
                           MOVE 'N' TO JournalAdded
                           PERFORM WriteJournalEntry
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE 'Y' TO VcRewritten
           PERFORM ReleaseVaultLock

           IF DeleteFound = 'Y'
                   FUNCTION TRIM(ExportFileName)
               DISPLAY
                   'WARNING: that file carries plaintext passwords.'
               MOVE 'DIFF' TO ExSourceWant
               MOVE 0 TO ExCountWant
               PERFORM RegisterExport
           END-IF
           DISPLAY 'Diff report written to '
               FUNCTION TRIM(ReportFileName)
               DISPLAY 'No category named; split cancelled.'
               EXIT PARAGRAPH
           END-IF
           PERFORM SplitHoldCheck
           IF HldHit = 'Y'
               DISPLAY 'Category ' FUNCTION TRIM(SplitCategory)
                   ' holds entries under legal hold '
                   FUNCTION TRIM(HldHitCase) '; split cancelled.'
               MOVE 'SPLIT' TO AuditAction
               MOVE SplitCategory TO AuditIdentifier
               MOVE 'DENIED' TO AuditOutcome
               MOVE SPACES TO AuditReason
               STRING
                   'legal hold '
                   FUNCTION TRIM(HldHitCase)
                   DELIMITED BY SIZE
                   INTO AuditReason
               PERFORM WriteAuditLog
               EXIT PARAGRAPH
           END-IF

           CALL 'Encrypt' USING
               SplitMaster,
           MOVE 0 TO SplitFields
           MOVE 0 TO SplitHist
           MOVE 0 TO SplitTrash
           MOVE 0 TO SplitCons

           PERFORM AcquireVaultLock
           IF LockAcquired NOT = 'Y'
           PERFORM SplitPassFields
           PERFORM SplitPassHistory
           PERFORM SplitPassTrash
           PERFORM SplitPassConsumers
           PERFORM ReleaseVaultLock
           MOVE VaultFileName TO VcSaveVault
           MOVE SplitVaultFile TO VaultFileName
           PERFORM RefreshVaultControl
           MOVE VcSaveVault TO VaultFileName

           MOVE SPACES TO SYSTEM-COMMAND
           STRING
           MOVE SplitTrash TO SplitOut
           DISPLAY '  trash records moved:        '
               FUNCTION TRIM(SplitOut)
           MOVE SplitCons TO SplitOut
           DISPLAY '  consumer lines moved:       '
               FUNCTION TRIM(SplitOut)

           MOVE 'SPLIT' TO AuditAction
           MOVE MergeVaultName TO AuditIdentifier
           MOVE 'SUCCESS' TO AuditOutcome
           PERFORM WriteAuditLog
           PERFORM RegisterSplitVault.

      *    Pass one: entry records. Matching entries are re-keyed
      *    to the new master and appended to the new vault, their
               FUNCTION TRIM(VaultFileName)
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE 'Y' TO VcRewritten.

       SplitOneEntryRecord.
           IF PswRecord(1:1) NOT = '"'
               FUNCTION TRIM(VaultFileName)
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE 'Y' TO VcRewritten.

       SplitCheckMoved.
           MOVE 'N' TO SplitHit
               PERFORM WriteAuditLog
               EXIT PARAGRAPH
           END-IF
           PERFORM LoadLegalHolds
           MOVE RenOldEnc TO HldCheckEnc
           PERFORM CheckEntryHeld
           IF HldHit = 'Y'
               MOVE 'RENAME' TO AuditAction
               MOVE RenOldId TO Identifier
               PERFORM AuditHoldRefusal
               EXIT PARAGRAPH
           END-IF
           PERFORM ParseEntryRecord
           MOVE MainPassword TO CipherKey
           MOVE ReadSalt TO CipherSalt
               PERFORM WriteAuditLog
               EXIT PARAGRAPH
           END-IF
           MOVE RenOldId TO Identifier
           PERFORM AcceptChangeTicket
           IF TicketOk NOT = 'Y'
               MOVE 'RENAME' TO AuditAction
               PERFORM AuditTicketRefusal
               EXIT PARAGRAPH
           END-IF

           MOVE RenNewEnc TO EncSearchId
           PERFORM CheckIdentifierExists
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE 'Y' TO VcRewritten

           PERFORM RenamePatchHistory
           PERFORM RenamePatchLedger
           PERFORM RenamePatchJournal
           PERFORM RenamePatchTrash
           PERFORM RenamePatchPending
           PERFORM RenamePatchConsumers
           PERFORM RenamePatchSchedule

           MOVE RenOldEnc TO EncSearchId
           PERFORM IndexDeleteRecord
           MOVE 'RENAME' TO AuditAction
           MOVE RenAuditText TO AuditIdentifier
           MOVE 'SUCCESS' TO AuditOutcome
           MOVE TicketHeld TO AuditTicket
           PERFORM WriteAuditLog.

       RenamePatchHistory.

      *    Produces one chosen report unattended with its
      *    parameters supplied up front.
      *    Usage: vaultapp --batchreport <vault> <master pw|token>
      *           <AGE|HEALTH|UNUSED|STALE|AUDIT|FORECAST|EXPIRY
      *           |TIMELINE|GRANTS|HOLDS> <outfile> [days]
      *    TIMELINE takes the identifier in place of the days.
       BatchReport.
           MOVE 'Y' TO BatchMode
           DISPLAY 2 UPON ARGUMENT-NUMBER
                   FUNCTION TRIM(ReportFileName) = ''
               DISPLAY
                   'Usage: vaultapp --batchreport <vault>'
                   ' <master pw|token>'
                   ' <AGE|HEALTH|UNUSED|STALE|AUDIT|FORECAST'
                   '|EXPIRY|TIMELINE|GRANTS|HOLDS>'
                   ' <outfile> [days|identifier]'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
               COMPUTE RepAgeDays = FUNCTION NUMVAL(RepAgeX)
           END-IF

           MOVE 'BATCHREPORT' TO TokModeName
           PERFORM BatchOpenVault
           IF BatchAuthOk NOT = 'Y'
               MOVE 1 TO RETURN-CODE
                   PERFORM PromptReportOutput
                   PERFORM StaleCheckoutScan
                   PERFORM CloseReportOutput
               WHEN 'FORECAST'
                   MOVE 'ROTATION WORKLOAD FORECAST' TO RptTitle
                   PERFORM SetForecastParms
                   PERFORM PromptReportOutput
                   PERFORM ForecastScan
                   PERFORM CloseReportOutput
               WHEN 'EXPIRY'
                   MOVE 'CERTIFICATE EXPIRY REPORT' TO RptTitle
                   MOVE SPACES TO RptParms
                   PERFORM PromptReportOutput
                   PERFORM CertExpiryScan
                   PERFORM CloseReportOutput
               WHEN 'GRANTS'
                   PERFORM GrantExpireSweep
                   MOVE 'ACTIVE ACCESS GRANTS' TO RptTitle
                   MOVE SPACES TO RptParms
                   PERFORM PromptReportOutput
                   PERFORM GrantActiveScan
                   PERFORM CloseReportOutput
               WHEN 'HOLDS'
                   MOVE 'LEGAL HOLD REPORT' TO RptTitle
                   MOVE SPACES TO RptParms
                   PERFORM PromptReportOutput
                   PERFORM HoldReport
                   PERFORM CloseReportOutput
               WHEN 'TIMELINE'
                   DISPLAY 6 UPON ARGUMENT-NUMBER
                   MOVE SPACES TO TlIdent
                   ACCEPT TlIdent FROM ARGUMENT-VALUE
                       ON EXCEPTION
                           MOVE SPACES TO TlIdent
                   END-ACCEPT
                   IF FUNCTION TRIM(TlIdent) = ''
                       DISPLAY 'TIMELINE needs an identifier.'
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       PERFORM TimelineAccessCheck
                       IF TlAccessOk = 'Y'
                           PERFORM TimelineReport
                       ELSE
                           DISPLAY 'Access to that entry refused.'
                           MOVE 1 TO RETURN-CODE
                       END-IF
                   END-IF
               WHEN 'AUDIT'
                   MOVE SPACES TO RptCtlArea
                   MOVE 'Y' TO RcBatch
           MOVE RotateDueDate TO EntryRotateDue
           PERFORM BuildEntryRecord

           MOVE 'Y' TO VcRewritten
           OPEN EXTEND PswFile
           IF FileStatus NOT = '00'
               CLOSE PswFile
               EXIT PARAGRAPH
           END-IF
           PERFORM BatchOpenVault
           IF BatchAuthOk = 'Y'
               MOVE 'SWEEP' TO FzAction
               MOVE VaultName TO FzWhat
               PERFORM IncidentBatchGate
           END-IF
           IF BatchAuthOk NOT = 'Y'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           PERFORM OrphanSweepCore.

       OrphanSweepCore.
           PERFORM LoadLegalHolds
           MOVE 0 TO SwpVaultOrph
           MOVE 0 TO SwpHistOrph
           MOVE 0 TO SwpJourOrph
           MOVE 0 TO SwpLedgOrph
           MOVE 0 TO SwpTrashOrph
           MOVE 0 TO SwpConsOrph

           PERFORM AcquireVaultLock
           IF LockAcquired NOT = 'Y'
           PERFORM SweepHistoryFile
           PERFORM SweepJournalFile
           PERFORM SweepLedgerFile
           PERFORM SweepConsumerFile
           PERFORM SweepTrashFile
           PERFORM ReleaseVaultLock
           PERFORM BuildVaultIndex
           MOVE SwpTrashOrph TO SwpOut
           DISPLAY '  trash records quarantined:        '
               FUNCTION TRIM(SwpOut)
           MOVE SwpConsOrph TO SwpOut
           DISPLAY '  consumer lines quarantined:       '
               FUNCTION TRIM(SwpOut)

           MOVE 'SWEEP' TO AuditAction
           MOVE VaultName TO AuditIdentifier
      *    Liveness by ciphertext equality, the keyed index first
      *    and a secondary sequential handle as the fallback, so a
      *    sweep never disturbs the caller's own pass over the
      *    vault file. Anything under legal hold counts as live.
       SweepCheckLive.
           MOVE 'N' TO SwpLive
           IF HldCount > 0
               MOVE SwpEncId TO HldCheckEnc
               PERFORM CheckEntryHeld
               IF HldHit = 'Y'
                   MOVE 'Y' TO SwpLive
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF IndexAvailable = 'Y'
               MOVE SwpEncId TO IxKey
               MOVE 'GET' TO IxOp
               FUNCTION TRIM(VaultFileName)
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE 'Y' TO VcRewritten.

      *    An entry sitting in the recycle bin is deleted but still
      *    restorable, so its history and journal records are NOT
           MOVE 0 TO MetDup
           MOVE 0 TO MetBreach
           MOVE 0 TO MetUnused
           MOVE 0 TO MetLowCodes
           MOVE 0 TO HealthCount
           MOVE 'N' TO EOF
           OPEN INPUT PswFile

           PERFORM CountDuplicatePairs
           MOVE DupPairCount TO MetDup
           PERFORM TallyRecoveryCodes
           MOVE RcLowCount TO MetLowCodes

      *    The breach count comes off the last corpus scan's report;
      *    the secondary merge handle keeps this step independent of
               MetBreach
               ','
               MetUnused
               ','
               MetLowCodes
               DELIMITED BY SIZE
               INTO MetLine
           MOVE SPACES TO SegRecord

           DISPLAY 'Vault hygiene trend (oldest first):'
           DISPLAY '  date      entries  weak  over   dup breach'
               ' unused codes'
           PERFORM VARYING MetK FROM MetShow BY -1 UNTIL MetK < 1
               COMPUTE MetSlot =
                   FUNCTION MOD(MetCount - MetK, 24) + 1
           MOVE SPACES TO MetDate
           UNSTRING MetLine DELIMITED BY ','
               INTO MetDate MetV(1) MetV(2) MetV(3) MetV(4)
                   MetV(5) MetV(6) MetV(7)
           END-UNSTRING
           MOVE 0 TO MetC1 MetC2 MetC3 MetC4 MetC5 MetC6 MetC7
           IF MetV(1) IS NUMERIC
               MOVE MetV(1) TO MetNum
               MOVE MetNum TO MetC1
               MOVE MetV(6) TO MetNum
               MOVE MetNum TO MetC6
           END-IF
           IF MetV(7) IS NUMERIC
               MOVE MetV(7) TO MetNum
               MOVE MetNum TO MetC7
           END-IF
           DISPLAY '  ' MetDate '  ' MetC1 ' ' MetC2 ' ' MetC3
               ' ' MetC4 ' ' MetC5 ' ' MetC6 ' ' MetC7.

      *    Per-vault tuning: the WORKING-STORAGE VALUE clauses are the
      *    shipped defaults; a <vault>_settings.dat of KEY=VALUE lines
           MOVE 90 TO RotateIntervalDays
           MOVE 15 TO RevealClearSeconds
           MOVE 0 TO BackupRetentionDays
           MOVE 24 TO ExportExpiryHours
           MOVE 'N' TO KeyFileRequired
           MOVE SPACES TO KeyFilePath
           MOVE SPACES TO HighValueCats
           MOVE SPACES TO TicketCats
           MOVE SPACES TO ConnTable
           MOVE 0 TO ConnCount
           MOVE 'N' TO VcControlled.

       LoadVaultSettings.
           MOVE SPACES TO SettingsFileName
           CLOSE SegFile.

       ApplyOneSetting.
      *    A connector command may itself contain "=", so its line
      *    is split by hand: CONNECTOR=<category>|<command>.
           IF SetLine(1:10) = 'CONNECTOR='
               IF ConnCount < 10
                   MOVE SPACES TO ConnCatWork
                   MOVE 11 TO ConnPtr
                   UNSTRING SetLine DELIMITED BY '|'
                       INTO ConnCatWork
                       WITH POINTER ConnPtr
                   END-UNSTRING
                   IF FUNCTION TRIM(ConnCatWork) NOT = '' AND
                           ConnPtr < 160
                       ADD 1 TO ConnCount
                       MOVE ConnCatWork TO ConnCat(ConnCount)
                       MOVE SetLine(ConnPtr:) TO ConnCmd(ConnCount)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SetKey
           MOVE SPACES TO SetVal
           UNSTRING SetLine DELIMITED BY '='
               MOVE SetVal TO HighValueCats
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(SetKey) = 'TICKETCATS'
               MOVE SetVal TO TicketCats
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(SetKey) = 'KEYFILEREQUIRED'
               IF FUNCTION TRIM(SetVal) = '1'
                   MOVE 'Y' TO KeyFileRequired
                   IF SetNum <= 300
                       MOVE SetNum TO RevealClearSeconds
                   END-IF
               WHEN 'EXPORTEXPIRYHOURS'
                   IF SetNum >= 1 AND SetNum <= 8760
                       MOVE SetNum TO ExportExpiryHours
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SaveVaultSettings.
           PERFORM ReadControlMarker
           MOVE SettingsFileName TO SegFileName
           OPEN OUTPUT SegFile
           IF SegFileStatus NOT = '00'
           MOVE SetLine TO SegRecord
           WRITE SegRecord
           MOVE SPACES TO SetLine
           MOVE ExportExpiryHours TO SetOut
           STRING 'EXPORTEXPIRYHOURS=' FUNCTION TRIM(SetOut)
               DELIMITED BY SIZE INTO SetLine
           MOVE SetLine TO SegRecord
           WRITE SegRecord
           MOVE SPACES TO SetLine
           IF KeyFileRequired = 'Y'
               MOVE 'KEYFILEREQUIRED=1' TO SetLine
           ELSE
                   DELIMITED BY SIZE INTO SetLine
               MOVE SetLine TO SegRecord
               WRITE SegRecord
           END-IF
           IF FUNCTION TRIM(TicketCats) NOT = ''
               MOVE SPACES TO SetLine
               STRING 'TICKETCATS=' FUNCTION TRIM(TicketCats)
                   DELIMITED BY SIZE INTO SetLine
               MOVE SetLine TO SegRecord
               WRITE SegRecord
           END-IF
           IF VcControlled = 'Y'
               MOVE 'CONTROLTRAILER=1' TO SegRecord
               WRITE SegRecord
           END-IF
           PERFORM VARYING ConnIdx FROM 1 BY 1
                   UNTIL ConnIdx > ConnCount
               MOVE SPACES TO SetLine
               STRING 'CONNECTOR=' FUNCTION TRIM(ConnCat(ConnIdx))
                   '|' FUNCTION TRIM(ConnCmd(ConnIdx))
                   DELIMITED BY SIZE INTO SetLine
               MOVE SetLine TO SegRecord
               WRITE SegRecord
           END-PERFORM.

      *    Settings govern the controls themselves - the high-value
      *    list above all - so a non-admin operator who could edit
           MOVE RevealClearSeconds TO SetOut
           DISPLAY '10) Reveal screen-clear seconds (0 waits for'
               ' a key): ' FUNCTION TRIM(SetOut)
           MOVE ConnCount TO SetOut
           DISPLAY '11) Push connectors by category: '
               FUNCTION TRIM(SetOut)
           DISPLAY '12) Categories needing a change ticket: '
               FUNCTION TRIM(TicketCats)
           MOVE ExportExpiryHours TO SetOut
           DISPLAY '13) Hours before a plaintext export is shredded: '
               FUNCTION TRIM(SetOut)
           DISPLAY 'Setting to change (enter to go back):'
           ACCEPT SetChoice
           IF FUNCTION TRIM(SetChoice) = ''
               PERFORM WriteAuditLog
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(SetChoice) = '11'
               PERFORM ConnectorSettings
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(SetChoice) = '12'
               DISPLAY
                   'Semicolon-separated category list, ALL for every'
                   ' category (blank makes tickets optional):'
               ACCEPT TicketCats
               PERFORM SaveVaultSettings
               MOVE 'SETTINGS' TO AuditAction
               MOVE VaultName TO AuditIdentifier
               MOVE 'SUCCESS' TO AuditOutcome
               PERFORM WriteAuditLog
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'New value:'
           ACCEPT SetVal
                       DISPLAY 'Valid range is 0-300.'
                       EXIT PARAGRAPH
                   END-IF
               WHEN '13'
                   IF SetNum >= 1 AND SetNum <= 8760
                       MOVE SetNum TO ExportExpiryHours
                   ELSE
                       DISPLAY 'Valid range is 1-8760.'
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY 'No such setting.'
                   EXIT PARAGRAPH
           MOVE FUNCTION CURRENT-DATE TO CurrentDate
           MOVE CurrentDate(1:14) TO BackupStamp

           PERFORM VARYING BakIdx FROM 1 BY 1 UNTIL BakIdx > BakMembers
               MOVE SPACES TO BakSrcName
               STRING
                   FUNCTION TRIM(VaultName)

       VerifyOneBackupSet.
           MOVE 'Y' TO BakOkFlag
           PERFORM VARYING BakIdx FROM 1 BY 1 UNTIL BakIdx > BakMembers
               MOVE SPACES TO BakDstName
               STRING
                   FUNCTION TRIM(VaultName)

      *    Retention: sets older than BackupRetentionDays are
      *    removed, members and catalog line together. A retention
      *    of zero keeps everything, and so does any legal hold in
      *    force - every older set holds the entries under it.
       PruneBackupSets.
           IF BackupRetentionDays = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LoadHoldFile
           IF HldCount > 0
               DISPLAY 'Backup sets past retention kept: legal hold '
                   FUNCTION TRIM(HldCase(1)) ' is in force.'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CurrentDate
           MOVE CurrentDate(1:8) TO TodayNum
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(TodayNum)
           PERFORM MoveSidecarOver.

       RemoveOneBackupSet.
           PERFORM VARYING BakIdx FROM 1 BY 1 UNTIL BakIdx > BakMembers
               MOVE SPACES TO BakDstName
               STRING
                   FUNCTION TRIM(VaultName)
                   DELIMITED BY SIZE
                   INTO SYSTEM-COMMAND
               CALL "SYSTEM" USING SYSTEM-COMMAND
               MOVE 'Y' TO VcRewritten

      *    Bring the rest of the stamped set back with the vault so
      *    history, journal, trash, check-outs and settings line up
      *    over the live file. Members the set never had stay as
      *    they are; the copy's complaint is discarded on purpose.
       RestoreBackupFamily.
           PERFORM VARYING BakIdx FROM 2 BY 1 UNTIL BakIdx > BakMembers
               MOVE SPACES TO BakDstName
               STRING
                   FUNCTION TRIM(VaultName)
               EXIT PARAGRAPH
           END-IF

      *    Imported entries carry no category, so only a freeze
      *    window over every entry stops them.
           PERFORM LoadFreezeCalendar
           PERFORM AskFreezeOverride

      *    Every committed row advances a checkpoint on disk, and bad
      *    rows go to a reject file with the reason, so a failed run
      *    can be restarted without double-importing anything. A dry
           END-IF
           PERFORM WriteAuditLog
           MOVE 'N' TO DryRunMode
           MOVE SPACES TO FrzOverride

           DISPLAY ""
           DISPLAY "Press any key to continue."
                   END-IF
           END-EVALUATE

           MOVE 'N' TO FrzHit
           IF FUNCTION TRIM(ImportReason) = '' AND FrzCount > 0
               MOVE SPACES TO CategoryWork
               PERFORM CheckEntryFrozen
               IF FrzHit = 'Y' AND FUNCTION TRIM(FrzOverride) = ''
                   STRING 'change freeze: '
                       FUNCTION TRIM(FrzHitReason)
                       DELIMITED BY SIZE
                       INTO ImportReason
               END-IF
           END-IF

           IF FUNCTION TRIM(ImportReason) NOT = ''
               ADD 1 TO ImportRejCount
               PERFORM WriteImportReject
           MOVE RotateDueDate TO EntryRotateDue
           PERFORM BuildEntryRecord

           MOVE 'Y' TO VcRewritten
           OPEN EXTEND PswFile
           IF FileStatus NOT = '00'
               CLOSE PswFile
           CLOSE PswFile
           PERFORM IndexPutRecord
           ADD 1 TO ImportCount
           PERFORM WriteImportCheckpoint
           IF FrzHit = 'Y'
               MOVE ImpIdWork(1:50) TO AuditIdentifier
               PERFORM AuditFreezeOverride
           END-IF.

       WriteImportReject.
           MOVE ImportRejName TO ReportFileName
                       DISPLAY
                           'WARNING: that file is unencrypted'
                           ' plaintext.'
                       MOVE 'EXPORT' TO ExSourceWant
                       MOVE 0 TO ExCountWant
                       PERFORM RegisterExport

                       MOVE 'EXPORT' TO AuditAction
                       MOVE ExportFileName TO AuditIdentifier
                       MOVE 'SUCCESS' TO AuditOutcome
                       PERFORM ExportRegisterReason
                       PERFORM WriteAuditLog
                   END-IF
               END-IF
           SORT SortFile
               ON ASCENDING KEY SortKey
               INPUT PROCEDURE IS HealthSortInput
               OUTPUT PROCEDURE IS HealthSortOutput
           PERFORM HealthRecoveryCodes.

       HealthSortInput.
           MOVE 'N' TO EOF
                       MOVE 'Y' TO DupPrevSet
               END-RETURN
           END-PERFORM.

      *    Quarterly attestation. A campaign snapshots every entry
      *    and its owner into <vault>_attest.csv - a header line,
      *    then one row per entry:
      *      CAMPAIGN,<id>,<opened stamp>,<OPEN|CLOSED>
      *      "<encid 2-51>","<owner 55-104>","<answer 108-115>",
      *       "<stamp 119-132>","<answered by 136-185>"
      *    Owners answer KEEP, ROTATE or RETIRE on the attestation
      *    screen; the close-out lists every row left unanswered.
       BuildAttestName.
           MOVE SPACES TO AttestFileName
           STRING
               FUNCTION TRIM(VaultName)
               '_attest.csv'
               DELIMITED BY SIZE
               INTO AttestFileName.

      *    Loads the campaign header into AttestCampaign,
      *    AttestOpenStamp and AttestState; all stay blank when no
      *    campaign has ever been opened on this vault.
       LoadAttestHeader.
           PERFORM BuildAttestName
           MOVE SPACES TO AttestCampaign
           MOVE SPACES TO AttestOpenStamp
           MOVE SPACES TO AttestState
           MOVE AttestFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AttestLine
           READ SegFile INTO AttestLine
               AT END
                   MOVE SPACES TO AttestLine
           END-READ
           CLOSE SegFile
           IF AttestLine(1:9) = 'CAMPAIGN,'
               MOVE SPACES TO AttestTag
               UNSTRING AttestLine DELIMITED BY ','
                   INTO AttestTag AttestCampaign AttestOpenStamp
                       AttestState
               END-UNSTRING
           END-IF.

       BuildAttestRow.
           MOVE SPACES TO AttestLine
           STRING
               '"'
               AttestRowId(1:50)
               '","'
               AttestRowOwner(1:50)
               '","'
               AttestRowAnswer
               '","'
               AttestRowStamp
               '","'
               AttestRowBy(1:50)
               '"'
               DELIMITED BY SIZE
               INTO AttestLine.

      *    Opens a new attestation campaign over every entry in the
      *    vault. Refused while an earlier campaign is still open,
      *    so no owner's answers are ever overwritten unseen. The
      *    campaign id defaults to the calendar quarter (2026Q3).
      *    Usage: vaultapp --attest-open <vault> <master pw> [id]
       BatchAttestOpen.
           MOVE 'Y' TO BatchMode
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT VaultName FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO VaultName
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT BatchPassword FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO BatchPassword
           END-ACCEPT
           DISPLAY 4 UPON ARGUMENT-NUMBER
           MOVE SPACES TO AttestNewId
           ACCEPT AttestNewId FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO AttestNewId
           END-ACCEPT

           IF FUNCTION TRIM(VaultName) = '' OR
                   FUNCTION TRIM(BatchPassword) = ''
               DISPLAY
                   'Usage: vaultapp --attest-open <vault>'
                   ' <master pw> [campaign id]'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM BatchOpenVault
           IF BatchAuthOk = 'Y'
               MOVE 'ATTEST' TO FzAction
               MOVE VaultName TO FzWhat
               PERFORM IncidentBatchGate
           END-IF
           IF BatchAuthOk NOT = 'Y'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM LoadAttestHeader
           IF AttestState = 'OPEN'
               DISPLAY 'Error: campaign '
                   FUNCTION TRIM(AttestCampaign)
                   ' is still open; close it with --attest-close'
                   ' first.'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO CurrentDate
           IF FUNCTION TRIM(AttestNewId) = ''
               MOVE CurrentDate(5:2) TO AttestMonth
               COMPUTE AttestQuarter = (AttestMonth - 1) / 3 + 1
               STRING
                   CurrentDate(1:4)
                   'Q'
                   AttestQuarter
                   DELIMITED BY SIZE
                   INTO AttestNewId
           END-IF
           MOVE AttestNewId TO AttestCampaign
           MOVE CurrentDate(1:14) TO AttestOpenStamp
           MOVE 0 TO AttestTotal
           MOVE 0 TO AttestNoOwner

           PERFORM OpenSidecarRewrite
           MOVE SPACES TO AttestLine
           STRING
               'CAMPAIGN,'
               FUNCTION TRIM(AttestCampaign)
               ','
               AttestOpenStamp
               ',OPEN'
               DELIMITED BY SIZE
               INTO AttestLine
           MOVE AttestLine TO Tmp2Record
           WRITE Tmp2Record
           SORT SortFile
               ON ASCENDING KEY SortKey SortType
               INPUT PROCEDURE IS AttestSortInput
               OUTPUT PROCEDURE IS AttestSortOutput
           CLOSE Tmp2File
           MOVE AttestFileName TO SidecarTargetName
           PERFORM MoveSidecarOver

           MOVE AttestTotal TO AttestOut
           MOVE AttestNoOwner TO AttestOut2
           DISPLAY 'Attestation campaign '
               FUNCTION TRIM(AttestCampaign)
               ' opened on vault ' FUNCTION TRIM(VaultName) ':'
           DISPLAY '  entries to attest: ' FUNCTION TRIM(AttestOut)
           DISPLAY '  without an owner:  ' FUNCTION TRIM(AttestOut2)
           MOVE 'ATTESTOPEN' TO AuditAction
           MOVE AttestCampaign TO AuditIdentifier
           MOVE 'SUCCESS' TO AuditOutcome
           PERFORM WriteAuditLog.

      *    Each entry goes to the sort once, and each #OWNER field
      *    once under its parent's key with the lower type, so the
      *    owner arrives just ahead of the entry it belongs to.
       AttestSortInput.
           MOVE 'N' TO EOF
           OPEN INPUT PswFile
           IF FileStatus NOT = '00'
               CLOSE PswFile
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ PswFile INTO PswRecord
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF PswRecord(1:1) = '"'
                           MOVE SPACES TO AttestSortRec
                           MOVE PswRecord(2:50) TO AsKey
                           MOVE 'B' TO AsType
                           RELEASE SortRecord FROM AttestSortRec
                       END-IF
                       IF PswRecord(1:1) = '+'
                           PERFORM ParseFieldRecord
                           PERFORM DecryptFieldRecord
                           IF FUNCTION TRIM(FieldName) = '#OWNER'
                               MOVE SPACES TO AttestSortRec
                               MOVE PswRecord(3:50) TO AsKey
                               MOVE 'A' TO AsType
                               MOVE FieldValue TO AsOwner
                               RELEASE SortRecord FROM AttestSortRec
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PswFile.

       AttestSortOutput.
           MOVE SPACES TO AttestPrevKey
           MOVE SPACES TO AttestPrevOwner
           MOVE 'N' TO SortEOF
           PERFORM UNTIL SortEOF = 'Y'
               RETURN SortFile INTO AttestSortRec
                   AT END
                       MOVE 'Y' TO SortEOF
                   NOT AT END
                       IF AsType = 'A'
                           MOVE AsKey TO AttestPrevKey
                           MOVE AsOwner TO AttestPrevOwner
                       ELSE
                           MOVE AsKey TO AttestRowId
                           IF AsKey = AttestPrevKey
                               MOVE AttestPrevOwner TO AttestRowOwner
                           ELSE
                               MOVE SPACES TO AttestRowOwner
                               ADD 1 TO AttestNoOwner
                           END-IF
                           MOVE SPACES TO AttestRowAnswer
                           MOVE SPACES TO AttestRowStamp
                           MOVE SPACES TO AttestRowBy
                           PERFORM BuildAttestRow
                           MOVE AttestLine TO Tmp2Record
                           WRITE Tmp2Record
                           ADD 1 TO AttestTotal
                       END-IF
               END-RETURN
           END-PERFORM.

      *    Menu front for the campaign: an owner works through their
      *    own entries; an ADMIN may instead close the campaign.
       AttestationScreen.
           PERFORM LoadAttestHeader
           IF AttestState NOT = 'OPEN'
               DISPLAY 'No attestation campaign is open.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Attestation campaign '
               FUNCTION TRIM(AttestCampaign)
               ', opened ' AttestOpenStamp(1:8)
           IF OperatorRole = 'ADMIN'
               DISPLAY
                   'A) Attest your entries  C) Close the campaign'
                   '  enter) back'
               ACCEPT AttestChoice
               EVALUATE AttestChoice
                   WHEN 'A'
                       PERFORM AttestOwnedEntries
                   WHEN 'C'
                       PERFORM AttestCloseCampaign
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               PERFORM AttestOwnedEntries
           END-IF.

      *    Walks the campaign rows owned by the signed-on operator
      *    that are still unanswered and asks for a decision on
      *    each. Answers are written back to the sidecar first; the
      *    rotations and retirements they call for are applied
      *    afterwards, once the sidecar file is closed again.
       AttestOwnedEntries.
           PERFORM CheckWriteAccess
           IF WriteAllowed NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO AttActCount
           MOVE 0 TO AttestMine
           MOVE 0 TO AttestUnans
           MOVE 'N' TO AttestStop
           MOVE AttestFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               DISPLAY 'Error reading the attestation file.'
               EXIT PARAGRAPH
           END-IF
           PERFORM OpenSidecarRewrite
           MOVE 'N' TO AttestEOF
           PERFORM UNTIL AttestEOF = 'Y'
               READ SegFile INTO AttestLine
                   AT END
                       MOVE 'Y' TO AttestEOF
                   NOT AT END
                       IF AttestLine(1:1) = '"' AND
                               FUNCTION TRIM(AttestLine(55:50)) =
                                   FUNCTION TRIM(CurrentOperator)
                           ADD 1 TO AttestMine
                           IF AttestLine(108:8) = SPACES
                               PERFORM AttestAskOne
                           END-IF
                       END-IF
                       MOVE AttestLine TO Tmp2Record
                       WRITE Tmp2Record
               END-READ
           END-PERFORM
           CLOSE SegFile
           CLOSE Tmp2File
           MOVE AttestFileName TO SidecarTargetName
           PERFORM MoveSidecarOver

           IF AttestMine = 0
               DISPLAY 'You own no entries in this campaign.'
               EXIT PARAGRAPH
           END-IF
           PERFORM AttestApplyAnswers
           MOVE AttActCount TO AttestOut
           MOVE AttestUnans TO AttestOut2
           DISPLAY 'Answers recorded: ' FUNCTION TRIM(AttestOut)
               '   still open: ' FUNCTION TRIM(AttestOut2).

       AttestAskOne.
           IF AttestStop = 'Y'
               ADD 1 TO AttestUnans
               EXIT PARAGRAPH
           END-IF
           MOVE AttestLine(2:50) TO ReadIdentifier
           CALL 'Decrypt'
               USING
                   ReadIdentifier
                   MainPassword
                   ReadIdentifier
           DISPLAY 'Entry: ' FUNCTION TRIM(ReadIdentifier)
           DISPLAY
               '  K) still needed  R) rotate  X) retire'
               '  enter) later  Q) stop'
           ACCEPT AttestChoice
           MOVE SPACES TO AttestRowAnswer
           EVALUATE AttestChoice
               WHEN 'K'
                   MOVE 'KEEP' TO AttestRowAnswer
               WHEN 'R'
                   MOVE 'ROTATE' TO AttestRowAnswer
               WHEN 'X'
                   MOVE 'RETIRE' TO AttestRowAnswer
               WHEN 'Q'
                   MOVE 'Y' TO AttestStop
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF AttestRowAnswer = SPACES
               ADD 1 TO AttestUnans
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CurrentDate
           MOVE AttestRowAnswer TO AttestLine(108:8)
           MOVE CurrentDate(1:14) TO AttestLine(119:14)
           MOVE CurrentOperator TO AttestLine(136:50)
           ADD 1 TO AttActCount
           MOVE AttestLine(2:50) TO AttActEncId(AttActCount)
           MOVE AttestRowAnswer TO AttActAnswer(AttActCount)
           IF AttActCount >= 100
               DISPLAY
                   'That is as many answers as one sitting records;'
                   ' open the screen again for the rest.'
               MOVE 'Y' TO AttestStop
           END-IF.

      *    A ROTATE answer pulls the entry's rotation-due date to
      *    today so the next --rotate-due run picks it up; RETIRE
      *    sends it to the recycle bin through the normal delete.
      *    Every answer is audited against the campaign.
       AttestApplyAnswers.
           PERFORM VARYING AttActIdx FROM 1 BY 1
                   UNTIL AttActIdx > AttActCount
               MOVE AttActEncId(AttActIdx) TO EncSearchId
               MOVE EncSearchId TO Identifier
               CALL 'Decrypt'
                   USING
                       Identifier
                       MainPassword
                       Identifier
               EVALUATE AttActAnswer(AttActIdx)
                   WHEN 'ROTATE'
                       PERFORM PullRotationDue
                   WHEN 'RETIRE'
                       PERFORM DeleteGatedEntry
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE 'ATTEST' TO AuditAction
               MOVE Identifier TO AuditIdentifier
               MOVE AttActAnswer(AttActIdx) TO AuditOutcome
               MOVE SPACES TO AuditReason
               EVALUATE TRUE
                   WHEN AttActAnswer(AttActIdx) = 'ROTATE' AND
                           RotPulled = 'L'
                       MOVE 'FAILURE' TO AuditOutcome
                       STRING
                           'campaign '
                           FUNCTION TRIM(AttestCampaign)
                           ': vault busy, rotation not pulled forward'
                           DELIMITED BY SIZE
                           INTO AuditReason
                   WHEN AttActAnswer(AttActIdx) = 'ROTATE' AND
                           RotPulled = 'N'
                       MOVE 'NOTFOUND' TO AuditOutcome
                       STRING
                           'campaign '
                           FUNCTION TRIM(AttestCampaign)
                           ': entry no longer in the vault'
                           DELIMITED BY SIZE
                           INTO AuditReason
                   WHEN OTHER
                       STRING
                           'campaign '
                           FUNCTION TRIM(AttestCampaign)
                           DELIMITED BY SIZE
                           INTO AuditReason
               END-EVALUATE
               PERFORM WriteAuditLog
           END-PERFORM.

      *    Sets the rotation-due date of the entry in EncSearchId to
      *    today. Only the plaintext due date changes, so the
      *    encrypted fields are copied through untouched.
      *    RotPulled: 'Y' moved, 'N' entry gone, 'L' no lock.
       PullRotationDue.
           MOVE 'L' TO RotPulled
           PERFORM AcquireVaultLock
           IF LockAcquired NOT = 'Y'
               DISPLAY 'Vault busy; rotation not pulled forward for '
                   FUNCTION TRIM(Identifier)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO RotPulled
           PERFORM FetchEntryRecord
           IF FetchFound = 'Y'
               PERFORM ParseEntryRecord
               MOVE ReadIdentifier TO EntryIdentifier
               MOVE ReadPassword TO EntryPassword
               MOVE ReadCategory TO EntryCategory
               MOVE ReadNotes TO EntryNotes
               MOVE ReadDateAdded TO EntryDateAdded
               MOVE ReadTotpSecret TO EntryTotpSecret
               MOVE ReadSalt TO EntrySalt
               MOVE ReadGenProfile TO EntryGenProfile
               MOVE ReadLastAccessed TO EntryLastAccessed
               MOVE FUNCTION CURRENT-DATE TO CurrentDate
               MOVE CurrentDate(1:8) TO EntryRotateDue
               PERFORM BuildEntryRecord
               MOVE 'N' TO SegPurgeMode
               PERFORM ReplaceEntryRecord
               PERFORM IndexPutRecord
               MOVE 'Y' TO RotPulled
               DISPLAY 'Rotation due today: ' FUNCTION TRIM(Identifier)
           ELSE
               DISPLAY 'No longer in the vault: '
                   FUNCTION TRIM(Identifier)
           END-IF
           PERFORM ReleaseVaultLock.

      *    Closes the open campaign: every row still unanswered is
      *    listed with its owner (entries deleted since the campaign
      *    opened are noted but not counted against anyone), the
      *    answers are tallied and the header flips to CLOSED.
       AttestCloseCampaign.
           MOVE 'ATTESTATION CLOSE-OUT' TO RptTitle
           MOVE SPACES TO RptParms
           STRING
               'campaign '
               FUNCTION TRIM(AttestCampaign)
               ' opened '
               AttestOpenStamp(1:8)
               DELIMITED BY SIZE
               INTO RptParms
           IF BatchMode = 'Y' AND RptBatch NOT = 'Y'
               MOVE 'N' TO RptToFile
           ELSE
               PERFORM PromptReportOutput
           END-IF
           MOVE 0 TO AttestTotal
           MOVE 0 TO AttestUnans
           MOVE 0 TO AttestKeep
           MOVE 0 TO AttestRotate
           MOVE 0 TO AttestRetire
           MOVE 0 TO AttestGone
           MOVE 0 TO AttestNoOwner

           MOVE AttestFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               DISPLAY 'Error reading the attestation file.'
               PERFORM CloseReportOutput
               EXIT PARAGRAPH
           END-IF
           PERFORM OpenSidecarRewrite
           MOVE 'N' TO AttestEOF
           PERFORM UNTIL AttestEOF = 'Y'
               READ SegFile INTO AttestLine
                   AT END
                       MOVE 'Y' TO AttestEOF
                   NOT AT END
                       IF AttestLine(1:9) = 'CAMPAIGN,'
                           MOVE SPACES TO AttestLine
                           STRING
                               'CAMPAIGN,'
                               FUNCTION TRIM(AttestCampaign)
                               ','
                               AttestOpenStamp
                               ',CLOSED'
                               DELIMITED BY SIZE
                               INTO AttestLine
                       END-IF
                       IF AttestLine(1:1) = '"'
                           PERFORM AttestCloseOneRow
                       END-IF
                       MOVE AttestLine TO Tmp2Record
                       WRITE Tmp2Record
               END-READ
           END-PERFORM
           CLOSE SegFile
           CLOSE Tmp2File
           MOVE AttestFileName TO SidecarTargetName
           PERFORM MoveSidecarOver

           MOVE SPACES TO RptOutLine
           PERFORM EmitReportLine
           MOVE AttestTotal TO AttestOut
           MOVE AttestUnans TO AttestOut2
           MOVE SPACES TO RptOutLine
           STRING
               'Entries in campaign: '
               FUNCTION TRIM(AttestOut)
               '   unattested: '
               FUNCTION TRIM(AttestOut2)
               DELIMITED BY SIZE
               INTO RptOutLine
           PERFORM EmitReportLine
           MOVE AttestKeep TO AttestOut
           MOVE AttestRotate TO AttestOut2
           MOVE SPACES TO RptOutLine
           STRING
               'Still needed: '
               FUNCTION TRIM(AttestOut)
               '   rotate: '
               FUNCTION TRIM(AttestOut2)
               DELIMITED BY SIZE
               INTO RptOutLine
           PERFORM EmitReportLine
           MOVE AttestRetire TO AttestOut
           MOVE AttestGone TO AttestOut2
           MOVE SPACES TO RptOutLine
           STRING
               'Retire: '
               FUNCTION TRIM(AttestOut)
               '   removed since opening: '
               FUNCTION TRIM(AttestOut2)
               DELIMITED BY SIZE
               INTO RptOutLine
           PERFORM EmitReportLine
           MOVE AttestNoOwner TO AttestOut
           MOVE SPACES TO RptOutLine
           STRING
               'Entries with no owner: '
               FUNCTION TRIM(AttestOut)
               DELIMITED BY SIZE
               INTO RptOutLine
           PERFORM EmitReportLine
           PERFORM CloseReportOutput

           MOVE 'ATTESTCLOSE' TO AuditAction
           MOVE AttestCampaign TO AuditIdentifier
           MOVE 'SUCCESS' TO AuditOutcome
           MOVE AttestUnans TO AttestOut
           MOVE AttestTotal TO AttestOut2
           MOVE SPACES TO AuditReason
           STRING
               'unattested '
               FUNCTION TRIM(AttestOut)
               ' of '
               FUNCTION TRIM(AttestOut2)
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog.

       AttestCloseOneRow.
           ADD 1 TO AttestTotal
           IF FUNCTION TRIM(AttestLine(55:50)) = ''
               ADD 1 TO AttestNoOwner
           END-IF
           EVALUATE AttestLine(108:8)
               WHEN 'KEEP'
                   ADD 1 TO AttestKeep
               WHEN 'ROTATE'
                   ADD 1 TO AttestRotate
               WHEN 'RETIRE'
                   ADD 1 TO AttestRetire
               WHEN OTHER
                   PERFORM AttestReportUnanswered
           END-EVALUATE.

       AttestReportUnanswered.
           MOVE AttestLine(2:50) TO EncSearchId
           MOVE AttestLine(2:50) TO ReadIdentifier
           CALL 'Decrypt'
               USING
                   ReadIdentifier
                   MainPassword
                   ReadIdentifier
           PERFORM FetchEntryRecord
           MOVE SPACES TO RptOutLine
           IF FetchFound NOT = 'Y'
               ADD 1 TO AttestGone
               STRING
                   'REMOVED     '
                   FUNCTION TRIM(ReadIdentifier)
                   '  (deleted since the campaign opened)'
                   DELIMITED BY SIZE
                   INTO RptOutLine
           ELSE
               ADD 1 TO AttestUnans
               IF FUNCTION TRIM(AttestLine(55:50)) = ''
                   STRING
                       'UNATTESTED  '
                       FUNCTION TRIM(ReadIdentifier)
                       '  owner: (none)'
                       DELIMITED BY SIZE
                       INTO RptOutLine
               ELSE
                   STRING
                       'UNATTESTED  '
                       FUNCTION TRIM(ReadIdentifier)
                       '  owner: '
                       FUNCTION TRIM(AttestLine(55:50))
                       DELIMITED BY SIZE
                       INTO RptOutLine
               END-IF
           END-IF
           PERFORM EmitReportLine.

      *    Unattended close-out of the open campaign; the report goes
      *    to the named file as well as standard output.
      *    Usage: vaultapp --attest-close <vault> <master pw>
      *           [outfile]
       BatchAttestClose.
           MOVE 'Y' TO BatchMode
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT VaultName FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO VaultName
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT BatchPassword FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO BatchPassword
           END-ACCEPT
           DISPLAY 4 UPON ARGUMENT-NUMBER
           MOVE SPACES TO ReportFileName
           ACCEPT ReportFileName FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO ReportFileName
           END-ACCEPT

           IF FUNCTION TRIM(VaultName) = '' OR
                   FUNCTION TRIM(BatchPassword) = ''
               DISPLAY
                   'Usage: vaultapp --attest-close <vault>'
                   ' <master pw> [outfile]'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM BatchOpenVault
           IF BatchAuthOk = 'Y'
               MOVE 'ATTEST' TO FzAction
               MOVE VaultName TO FzWhat
               PERFORM IncidentBatchGate
           END-IF
           IF BatchAuthOk NOT = 'Y'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM LoadAttestHeader
           IF AttestState NOT = 'OPEN'
               DISPLAY 'Error: no attestation campaign is open.'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(ReportFileName) NOT = ''
               MOVE 'Y' TO RptBatch
           END-IF
           PERFORM BuildVaultIndex
           PERFORM AttestCloseCampaign
           MOVE 'N' TO RptBatch.

      *    Consumer registry: one line per system that keeps its own
      *    copy of a credential - "encid","consumer","contact",
      *    "method" - so that a password change can be followed by
      *    a worklist of the places that still have to be updated.
       BuildConsumerName.
           MOVE SPACES TO ConsumerFileName
           STRING
               FUNCTION TRIM(VaultName)
               '_consumers.csv'
               DELIMITED BY SIZE
               INTO ConsumerFileName.

       BuildWorklistName.
           MOVE SPACES TO WorklistName
           STRING
               FUNCTION TRIM(VaultName)
               '_worklist.txt'
               DELIMITED BY SIZE
               INTO WorklistName.

       ConsumerRegistry.
           DISPLAY
               'L) List consumers  A) Add consumer  R) Remove'
               ' consumer  enter) back'
           ACCEPT ConsChoice
           EVALUATE ConsChoice
               WHEN 'L'
                   PERFORM ListConsumers
               WHEN 'A'
                   PERFORM AddConsumer
               WHEN 'R'
                   PERFORM RemoveConsumer
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Prompts for the identifier and checks the entry exists and
      *    lies inside the operator's category scope - view scope for
      *    the listing, edit scope for changes. Sets FetchFound.
       ConsumerPickEntry.
           DISPLAY 'Identifier:'
           ACCEPT Identifier
           CALL 'Encrypt'
               USING
                   Identifier
                   MainPassword
                   EncSearchId
           PERFORM FetchEntryRecord
           IF FetchFound NOT = 'Y'
               DISPLAY 'No such entry in the vault.'
               EXIT PARAGRAPH
           END-IF
           PERFORM ParseEntryRecord
           MOVE MainPassword TO CipherKey
           MOVE ReadSalt TO CipherSalt
           MOVE ReadCategory TO CipherText
           PERFORM DecryptSecret
           MOVE CipherText TO CategoryWork
           IF ConsChoice = 'L'
               PERFORM CheckViewAccess
               MOVE ViewAccessOk TO ConsAccessOk
           ELSE
               PERFORM CheckEditAccess
               MOVE EditAccessOk TO ConsAccessOk
           END-IF
           IF ConsAccessOk NOT = 'Y'
               DISPLAY
                   'Your operator access does not cover this'
                   ' entry.'
               MOVE 'N' TO FetchFound
           END-IF.

       ListConsumers.
           PERFORM ConsumerPickEntry
           IF FetchFound NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ConsCount
           PERFORM BuildConsumerName
           MOVE 'N' TO ConsumerEOF
           OPEN INPUT ConsumerFile
           IF ConsumerFileStatus NOT = '00'
               CLOSE ConsumerFile
               DISPLAY 'No consumers are registered in this vault.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ConsumerEOF = 'Y'
               READ ConsumerFile INTO ConsumerLine
                   AT END
                       MOVE 'Y' TO ConsumerEOF
                   NOT AT END
                       IF ConsumerLine(2:50) = EncSearchId
                           ADD 1 TO ConsCount
                           DISPLAY '  '
                               FUNCTION TRIM(ConsumerLine(55:50))
                               '  contact: '
                               FUNCTION TRIM(ConsumerLine(108:50))
                               '  method: '
                               FUNCTION TRIM(ConsumerLine(161:20))
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ConsumerFile
           MOVE ConsCount TO ConsOut
           DISPLAY FUNCTION TRIM(ConsOut)
               ' consumer(s) registered for '
               FUNCTION TRIM(Identifier) '.'.

       AddConsumer.
           PERFORM CheckWriteAccess
           IF WriteAllowed NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM ConsumerPickEntry
           IF FetchFound NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Consuming system or application:'
           ACCEPT ConsName
           IF FUNCTION TRIM(ConsName) = ''
               DISPLAY 'No consumer named; nothing registered.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Contact (person or team to notify):'
           ACCEPT ConsContact
           DISPLAY
               'Deployment method (e.g. MANUAL, CONFIG, AGENT,'
               ' SCRIPT):'
           ACCEPT ConsMethod

           MOVE SPACES TO ConsumerLine
           STRING
               '"'
               EncSearchId(1:50)
               '","'
               ConsName(1:50)
               '","'
               ConsContact(1:50)
               '","'
               ConsMethod(1:20)
               '"'
               DELIMITED BY SIZE
               INTO ConsumerLine
           PERFORM BuildConsumerName
           OPEN EXTEND ConsumerFile
           IF ConsumerFileStatus NOT = '00'
               OPEN OUTPUT ConsumerFile
           END-IF
           MOVE ConsumerLine TO ConsumerRecord
           WRITE ConsumerRecord
           CLOSE ConsumerFile

           DISPLAY 'Consumer registered.'
           MOVE 'CONSUMER' TO AuditAction
           MOVE Identifier TO AuditIdentifier
           MOVE 'ADDED' TO AuditOutcome
           MOVE SPACES TO AuditReason
           STRING
               'consumer '
               FUNCTION TRIM(ConsName)
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog.

       RemoveConsumer.
           PERFORM CheckWriteAccess
           IF WriteAllowed NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM ConsumerPickEntry
           IF FetchFound NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Consumer to remove:'
           ACCEPT ConsName
           PERFORM BuildConsumerName
           OPEN INPUT ConsumerFile
           IF ConsumerFileStatus NOT = '00'
               CLOSE ConsumerFile
               DISPLAY 'No consumers are registered in this vault.'
               EXIT PARAGRAPH
           END-IF
           PERFORM OpenSidecarRewrite
           MOVE 0 TO ConsRemoved
           MOVE 'N' TO ConsumerEOF
           PERFORM UNTIL ConsumerEOF = 'Y'
               READ ConsumerFile INTO ConsumerLine
                   AT END
                       MOVE 'Y' TO ConsumerEOF
                   NOT AT END
                       IF ConsumerLine(2:50) = EncSearchId AND
                               FUNCTION TRIM(ConsumerLine(55:50)) =
                                   FUNCTION TRIM(ConsName)
                           ADD 1 TO ConsRemoved
                       ELSE
                           MOVE ConsumerLine TO Tmp2Record
                           WRITE Tmp2Record
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ConsumerFile
           CLOSE Tmp2File
           MOVE ConsumerFileName TO SidecarTargetName
           PERFORM MoveSidecarOver
           IF ConsRemoved = 0
               DISPLAY 'That consumer is not registered for this'
                   ' entry.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Consumer removed.'
           MOVE 'CONSUMER' TO AuditAction
           MOVE Identifier TO AuditIdentifier
           MOVE 'REMOVED' TO AuditOutcome
           MOVE SPACES TO AuditReason
           STRING
               'consumer '
               FUNCTION TRIM(ConsName)
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog.

      *    Called after a password change has landed. When the entry
      *    in EncSearchId has registered consumers, one block is
      *    appended to <vault>_worklist.txt naming the credential
      *    (plain identifier in ConsIdent), when it changed and every
      *    consumer still holding the old value. An entry nobody has
      *    registered against leaves no trace in the worklist.
       WriteConsumerWorklist.
           PERFORM BuildConsumerName
           MOVE 0 TO ConsCount
           MOVE 'N' TO ConsumerEOF
           OPEN INPUT ConsumerFile
           IF ConsumerFileStatus NOT = '00'
               CLOSE ConsumerFile
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ConsumerEOF = 'Y'
               READ ConsumerFile INTO ConsumerLine
                   AT END
                       MOVE 'Y' TO ConsumerEOF
                   NOT AT END
                       IF ConsumerLine(2:50) = EncSearchId
                           ADD 1 TO ConsCount
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ConsumerFile
           IF ConsCount = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO CurrentDate
           MOVE CurrentDate(1:14) TO ConsStamp
           MOVE ConsCount TO ConsOut
           PERFORM BuildWorklistName
           MOVE WorklistName TO SegFileName
           OPEN EXTEND SegFile
           IF SegFileStatus NOT = '00'
               OPEN OUTPUT SegFile
           END-IF
           MOVE SPACES TO SegRecord
           STRING
               'credential '
               FUNCTION TRIM(ConsIdent)
               ' changed at '
               ConsStamp(1:8)
               ' '
               ConsStamp(9:6)
               ', update these '
               FUNCTION TRIM(ConsOut)
               ' consumers:'
               DELIMITED BY SIZE
               INTO SegRecord
           WRITE SegRecord

           MOVE 'N' TO ConsumerEOF
           OPEN INPUT ConsumerFile
           PERFORM UNTIL ConsumerEOF = 'Y'
               READ ConsumerFile INTO ConsumerLine
                   AT END
                       MOVE 'Y' TO ConsumerEOF
                   NOT AT END
                       IF ConsumerLine(2:50) = EncSearchId
                           MOVE SPACES TO SegRecord
                           STRING
                               '    '
                               FUNCTION TRIM(ConsumerLine(55:50))
                               '  contact: '
                               FUNCTION TRIM(ConsumerLine(108:50))
                               '  method: '
                               FUNCTION TRIM(ConsumerLine(161:20))
                               DELIMITED BY SIZE
                               INTO SegRecord
                           WRITE SegRecord
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ConsumerFile
           CLOSE SegFile
           DISPLAY 'Consumer worklist: ' FUNCTION TRIM(ConsOut)
               ' consumer(s) of ' FUNCTION TRIM(ConsIdent)
               ' to update, see ' FUNCTION TRIM(WorklistName).

       RenamePatchConsumers.
           PERFORM BuildConsumerName
           OPEN INPUT ConsumerFile
           IF ConsumerFileStatus NOT = '00'
               CLOSE ConsumerFile
               EXIT PARAGRAPH
           END-IF
           PERFORM OpenSidecarRewrite
           MOVE 'N' TO SideEOF
           PERFORM UNTIL SideEOF = 'Y'
               READ ConsumerFile INTO ConsumerLine
                   AT END
                       MOVE 'Y' TO SideEOF
                   NOT AT END
                       IF ConsumerLine(2:50) = RenOldEnc
                           MOVE RenNewEnc TO ConsumerLine(2:50)
                       END-IF
                       MOVE ConsumerLine TO Tmp2Record
                       WRITE Tmp2Record
               END-READ
           END-PERFORM
           CLOSE ConsumerFile
           CLOSE Tmp2File
           MOVE ConsumerFileName TO SidecarTargetName
           PERFORM MoveSidecarOver.

       RekeyConsumerFile.
           PERFORM BuildConsumerName
           OPEN INPUT ConsumerFile
           IF ConsumerFileStatus NOT = '00'
               CLOSE ConsumerFile
               EXIT PARAGRAPH
           END-IF
           PERFORM OpenSidecarRewrite
           MOVE 'N' TO SideEOF
           PERFORM UNTIL SideEOF = 'Y'
               READ ConsumerFile INTO ConsumerLine
                   AT END
                       MOVE 'Y' TO SideEOF
                   NOT AT END
                       MOVE ConsumerLine(2:50) TO UndoIdent
                       CALL 'Decrypt' USING
                           UndoIdent
                           MainPassword
                           UndoIdent
                       CALL 'Encrypt' USING
                           UndoIdent
                           NewMainPassword
                           UndoIdent
                       MOVE UndoIdent TO ConsumerLine(2:50)
                       MOVE ConsumerLine TO Tmp2Record
                       WRITE Tmp2Record
               END-READ
           END-PERFORM
           CLOSE ConsumerFile
           CLOSE Tmp2File
           MOVE ConsumerFileName TO SidecarTargetName
           PERFORM MoveSidecarOver.

      *    Registry lines of moved entries follow them into the new
      *    vault's registry, identifiers re-encrypted under its
      *    master; the rest stay behind.
       SplitPassConsumers.
           PERFORM BuildConsumerName
           OPEN INPUT ConsumerFile
           IF ConsumerFileStatus NOT = '00'
               CLOSE ConsumerFile
               EXIT PARAGRAPH
           END-IF
           PERFORM OpenSidecarRewrite
           MOVE SPACES TO MergeFileName
           STRING
               FUNCTION TRIM(MergeVaultName)
               '_consumers.csv'
               DELIMITED BY SIZE
               INTO MergeFileName
           OPEN EXTEND MergeFile
           IF MergeFileStatus NOT = '00'
               OPEN OUTPUT MergeFile
           END-IF

           MOVE 'N' TO SideEOF
           PERFORM UNTIL SideEOF = 'Y'
               READ ConsumerFile INTO ConsumerLine
                   AT END
                       MOVE 'Y' TO SideEOF
                   NOT AT END
                       MOVE ConsumerLine(2:50) TO SplitDecId
                       CALL 'Decrypt'
                           USING
                               SplitDecId
                               MainPassword
                               SplitDecId
                       PERFORM SplitCheckMoved
                       IF SplitHit = 'Y'
                           ADD 1 TO SplitCons
                           CALL 'Encrypt'
                               USING
                                   SplitDecId
                                   NewMainPassword
                                   UndoIdent
                           MOVE UndoIdent TO ConsumerLine(2:50)
                           MOVE ConsumerLine TO MergeRecord
                           WRITE MergeRecord
                       ELSE
                           MOVE ConsumerLine TO Tmp2Record
                           WRITE Tmp2Record
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ConsumerFile
           CLOSE Tmp2File
           CLOSE MergeFile
           MOVE ConsumerFileName TO SidecarTargetName
           PERFORM MoveSidecarOver.

      *    A registry line is kept while its entry is live or still
      *    in the recycle bin (a restore brings its consumers back
      *    with it); anything else goes to quarantine.
       SweepConsumerFile.
           PERFORM BuildConsumerName
           OPEN INPUT ConsumerFile
           IF ConsumerFileStatus NOT = '00'
               CLOSE ConsumerFile
               EXIT PARAGRAPH
           END-IF
           PERFORM OpenSidecarRewrite
           MOVE 'N' TO SideEOF
           PERFORM UNTIL SideEOF = 'Y'
               READ ConsumerFile INTO ConsumerLine
                   AT END
                       MOVE 'Y' TO SideEOF
                   NOT AT END
                       MOVE ConsumerLine(2:50) TO SwpEncId
                       PERFORM SweepCheckLive
                       IF SwpLive NOT = 'Y'
                           PERFORM SweepCheckTrashed
                       END-IF
                       IF SwpLive = 'Y'
                           MOVE ConsumerLine TO Tmp2Record
                           WRITE Tmp2Record
                       ELSE
                           ADD 1 TO SwpConsOrph
                           MOVE SPACES TO QuarRawIn
                           MOVE ConsumerLine TO QuarRawIn(1:200)
                           PERFORM WriteOrphanToQuarantine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ConsumerFile
           CLOSE Tmp2File
           MOVE ConsumerFileName TO SidecarTargetName
           PERFORM MoveSidecarOver.

      *    Offboarding exposure: every identifier the operator in
      *    OffName could have seen within the look-back period - what
      *    they viewed, revealed, fetched, read from history, checked
      *    out, added, edited, queued or approved - from the live
      *    audit log and every sealed archive, plus whatever they
      *    still hold in the check-out ledger or have queued in the
      *    pending file. On confirmation each entry still in the
      *    vault has its rotation-due date pulled to today, so the
      *    next --rotate-due run rotates it.
       OffboardExposureSweep.
           PERFORM CheckWriteAccess
           IF WriteAllowed NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Look-back period in days (enter for 90):'
           MOVE 0 TO OffDays
           ACCEPT OffDays
           IF OffDays = 0
               MOVE 90 TO OffDays
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CurrentDate
           MOVE CurrentDate(1:8) TO TodayNum
           COMPUTE OffCutDate = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TodayNum) - OffDays)
           MOVE SPACES TO OffCutoff
           STRING
               OffCutDate
               '000000'
               DELIMITED BY SIZE
               INTO OffCutoff

           MOVE SPACES TO OffWorkName
           STRING
               FUNCTION TRIM(VaultName)
               '.offboard.tmp'
               DELIMITED BY SIZE
               INTO OffWorkName
           MOVE OffWorkName TO ImportFileName
           OPEN OUTPUT ImportFile
           IF ImportFileStatus NOT = '00'
               CLOSE ImportFile
               DISPLAY 'Error: cannot write the exposure work file.'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO OffIds
           MOVE 0 TO OffLive
           MOVE 0 TO OffPulled
           MOVE 0 TO OffWide
           MOVE SPACES TO OffWideStamp
           MOVE 'OFFBOARDING EXPOSURE' TO RptTitle
           MOVE OffDays TO OffOut
           MOVE SPACES TO RptParms
           STRING
               'operator '
               FUNCTION TRIM(OffName)
               ', since '
               OffCutDate
               ' ('
               FUNCTION TRIM(OffOut)
               ' days)'
               DELIMITED BY SIZE
               INTO RptParms
           PERFORM PromptReportOutput
           SORT SortFile
               ON ASCENDING KEY SortKey SortType SortData
               INPUT PROCEDURE IS OffSortInput
               OUTPUT PROCEDURE IS OffSortOutput
           CLOSE ImportFile

           MOVE SPACES TO RptOutLine
           PERFORM EmitReportLine
           MOVE OffIds TO OffOut
           MOVE OffLive TO OffOut2
           MOVE SPACES TO RptOutLine
           STRING
               FUNCTION TRIM(OffOut)
               ' identifier(s) exposed, '
               FUNCTION TRIM(OffOut2)
               ' still in the vault.'
               DELIMITED BY SIZE
               INTO RptOutLine
           PERFORM EmitReportLine
           IF OffWide > 0
               MOVE OffWide TO OffOut
               MOVE SPACES TO RptOutLine
               STRING
                   'WARNING: '
                   FUNCTION TRIM(OffOut)
                   ' vault-wide export/break-glass event(s), last '
                   OffWideStamp(1:8)
                   ' - treat every entry as exposed.'
                   DELIMITED BY SIZE
                   INTO RptOutLine
               PERFORM EmitReportLine
           END-IF
           PERFORM CloseReportOutput

           MOVE 'N' TO OffConfirm
           IF OffLive > 0
               DISPLAY 'Set rotation due today on the '
                   FUNCTION TRIM(OffOut2)
                   ' live entries? (Y/N):'
               ACCEPT OffConfirm
           END-IF
           IF OffConfirm = 'Y'
               MOVE OffWorkName TO ImportFileName
               MOVE 'N' TO ImportEOF
               OPEN INPUT ImportFile
               IF ImportFileStatus = '00'
                   PERFORM UNTIL ImportEOF = 'Y'
                       READ ImportFile INTO ImportRecord
                           AT END
                               MOVE 'Y' TO ImportEOF
                           NOT AT END
                               MOVE ImportRecord(1:50) TO EncSearchId
                               MOVE ImportRecord(52:50) TO Identifier
                               PERFORM PullRotationDue
                               IF RotPulled = 'Y'
                                   ADD 1 TO OffPulled
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ImportFile
           END-IF
           MOVE SPACES TO SYSTEM-COMMAND
           STRING
               'rm -f '
               FUNCTION TRIM(OffWorkName)
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND

           MOVE 'OFFBOARD' TO AuditAction
           MOVE OffName TO AuditIdentifier
           IF OffPulled > 0
               MOVE 'PULLED' TO AuditOutcome
           ELSE
               MOVE 'REPORTED' TO AuditOutcome
           END-IF
           MOVE OffIds TO OffOut
           MOVE OffPulled TO OffOut2
           MOVE SPACES TO AuditReason
           STRING
               'exposed '
               FUNCTION TRIM(OffOut)
               ' rotation pulled '
               FUNCTION TRIM(OffOut2)
               ' since '
               OffCutDate
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog.

       OffSortInput.
           MOVE SPACES TO ArchCatalogName
           STRING
               FUNCTION TRIM(VaultName)
               '_audit_archives.dat'
               DELIMITED BY SIZE
               INTO ArchCatalogName
           MOVE ArchCatalogName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus = '00'
               MOVE 'N' TO ArchEOF
               PERFORM UNTIL ArchEOF = 'Y'
                   READ SegFile INTO SetLine
                       AT END
                           MOVE 'Y' TO ArchEOF
                       NOT AT END
                           IF FUNCTION TRIM(SetLine) NOT = ''
                               MOVE SetLine(1:100) TO AuditFileName
                               PERFORM OffScanAuditFile
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SegFile
           MOVE SPACES TO AuditFileName
           STRING
               FUNCTION TRIM(VaultName)
               '_audit.log'
               DELIMITED BY SIZE
               INTO AuditFileName
           PERFORM OffScanAuditFile

           PERFORM BuildLedgerName
           MOVE 'N' TO LedgerEOF
           OPEN INPUT LedgerFile
           IF LedgerFileStatus = '00'
               PERFORM UNTIL LedgerEOF = 'Y'
                   READ LedgerFile INTO LedgerLine
                       AT END
                           MOVE 'Y' TO LedgerEOF
                       NOT AT END
                           IF FUNCTION TRIM(LedgerLine(55:50)) =
                                   FUNCTION TRIM(OffName)
                               MOVE SPACES TO OffSortRec
                               MOVE LedgerLine(2:50) TO OsKey
                               CALL 'Decrypt'
                                   USING
                                       OsKey
                                       MainPassword
                                       OsKey
                               MOVE 'A' TO OsType
                               MOVE 'HOLDS' TO OsSource
                               MOVE LedgerLine(108:14) TO OsStamp
                               RELEASE SortRecord FROM OffSortRec
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LedgerFile

           MOVE SPACES TO PendFileName
           STRING
               FUNCTION TRIM(VaultName)
               '_pending.csv'
               DELIMITED BY SIZE
               INTO PendFileName
           MOVE 'N' TO PendEOF
           OPEN INPUT PendFile
           IF PendFileStatus = '00'
               PERFORM UNTIL PendEOF = 'Y'
                   READ PendFile INTO PendLine
                       AT END
                           MOVE 'Y' TO PendEOF
                       NOT AT END
                           IF FUNCTION TRIM(PendLine(81:50)) =
                                   FUNCTION TRIM(OffName)
                               MOVE SPACES TO OffSortRec
                               MOVE PendLine(28:50) TO OsKey
                               CALL 'Decrypt'
                                   USING
                                       OsKey
                                       MainPassword
                                       OsKey
                               MOVE 'A' TO OsType
                               MOVE 'QUEUED' TO OsSource
                               MOVE PendLine(2:14) TO OsStamp
                               RELEASE SortRecord FROM OffSortRec
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PendFile.

      *    Audit line: stamp,action,identifier,outcome,operator[,...]
      *    Only successful events inside the look-back period count.
       OffScanAuditFile.
           MOVE 'N' TO AuditEOF
           OPEN INPUT AuditFile
           IF AuditFileStatus NOT = '00'
               CLOSE AuditFile
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AuditEOF = 'Y'
               READ AuditFile
                   AT END
                       MOVE 'Y' TO AuditEOF
                   NOT AT END
                       MOVE SPACES TO AlStamp
                       MOVE SPACES TO AlAction
                       MOVE SPACES TO AlIdent
                       MOVE SPACES TO AlOutcome
                       MOVE SPACES TO OffOper
                       UNSTRING AuditRecord DELIMITED BY ','
                           INTO AlStamp AlAction
                               AlIdent AlOutcome OffOper
                       END-UNSTRING
                       IF FUNCTION TRIM(OffOper) =
                               FUNCTION TRIM(OffName) AND
                               AlStamp NOT < OffCutoff AND
                               (FUNCTION TRIM(AlOutcome) = 'SUCCESS' OR
                               (FUNCTION TRIM(AlAction) = 'RCODE' AND
                               FUNCTION TRIM(AlOutcome) = 'CONSUMED'))
                           PERFORM OffCheckAuditLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AuditFile.

       OffCheckAuditLine.
           EVALUATE FUNCTION TRIM(AlAction)
               WHEN 'VIEW'
               WHEN 'REVEAL'
               WHEN 'HISTORY'
               WHEN 'CHECKOUT'
               WHEN 'ADD'
               WHEN 'EDIT'
               WHEN 'PENDING'
               WHEN 'PENDAPPROVE'
               WHEN 'UNDELETE'
               WHEN 'FIELDS'
               WHEN 'RCODE'
                   IF FUNCTION TRIM(AlIdent) NOT = ''
                       MOVE SPACES TO OffSortRec
                       MOVE AlIdent TO OsKey
                       MOVE 'A' TO OsType
                       MOVE AlAction TO OsSource
                       MOVE AlStamp TO OsStamp
                       RELEASE SortRecord FROM OffSortRec
                   END-IF
               WHEN 'EXPORT'
               WHEN 'BREAKGLASS'
                   ADD 1 TO OffWide
                   IF AlStamp > OffWideStamp OR
                           OffWideStamp = SPACES
                       MOVE AlStamp TO OffWideStamp
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       OffSortOutput.
           MOVE SPACES TO OffPrevKey
           MOVE 'N' TO SortEOF
           PERFORM UNTIL SortEOF = 'Y'
               RETURN SortFile INTO OffSortRec
                   AT END
                       MOVE 'Y' TO SortEOF
                   NOT AT END
                       IF OsKey NOT = OffPrevKey
                           IF OffPrevKey NOT = SPACES
                               PERFORM OffFlushOne
                           END-IF
                           MOVE OsKey TO OffPrevKey
                           MOVE SPACES TO OffPrevSource
                           MOVE SPACES TO OffActs
                           MOVE OsStamp TO OffFirst
                           MOVE OsStamp TO OffLast
                           MOVE 0 TO OffEvents
                       END-IF
                       ADD 1 TO OffEvents
                       IF OsStamp < OffFirst
                           MOVE OsStamp TO OffFirst
                       END-IF
                       IF OsStamp > OffLast
                           MOVE OsStamp TO OffLast
                       END-IF
                       IF OsSource NOT = OffPrevSource
                           MOVE OsSource TO OffPrevSource
                           IF OffActs = SPACES
                               MOVE OsSource TO OffActs
                           ELSE
                               MOVE OffActs TO OffActsWork
                               MOVE SPACES TO OffActs
                               STRING
                                   FUNCTION TRIM(OffActsWork)
                                   ' '
                                   FUNCTION TRIM(OsSource)
                                   DELIMITED BY SIZE
                                   INTO OffActs
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM
           IF OffPrevKey NOT = SPACES
               PERFORM OffFlushOne
           END-IF.

      *    One report line per identifier; live entries are noted in
      *    the work file for the rotation pull.
       OffFlushOne.
           ADD 1 TO OffIds
           MOVE OffPrevKey TO Identifier
           CALL 'Encrypt'
               USING
                   Identifier
                   MainPassword
                   EncSearchId
           PERFORM FetchEntryRecord
           IF FetchFound = 'Y'
               ADD 1 TO OffLive
               MOVE 'in vault' TO OffLiveTag
               MOVE SPACES TO ImportRecord
               STRING
                   EncSearchId(1:50)
                   ','
                   Identifier(1:50)
                   DELIMITED BY SIZE
                   INTO ImportRecord
               WRITE ImportRecord
           ELSE
               MOVE 'gone' TO OffLiveTag
           END-IF
           MOVE OffEvents TO OffOut
           MOVE SPACES TO RptOutLine
           STRING
               FUNCTION TRIM(Identifier)
               '  ['
               FUNCTION TRIM(OffLiveTag)
               ']  '
               FUNCTION TRIM(OffOut)
               ' event(s) '
               OffFirst(1:8)
               '-'
               OffLast(1:8)
               '  '
               FUNCTION TRIM(OffActs)
               DELIMITED BY SIZE
               INTO RptOutLine
           PERFORM EmitReportLine.

      *    Service tokens live in <vault>_tokens.dat, one fixed-column
      *    row per token: "name 2-21","stored 25-74","modes 78-137",
      *    "scope type 141","scope 145-194","scope 198-247",
      *    "expiry 251-258","status 262-268","issued 272-285",
      *    "issued by 289-338". The stored value is the vault key
      *    encrypted under the token secret, the same arithmetic the
      *    OPER records use; the scope list is encrypted under the
      *    vault key so the sidecar names no entries in clear.
       BuildTokenFileName.
           MOVE SPACES TO TokFileName
           STRING
               FUNCTION TRIM(VaultName)
               '_tokens.dat'
               DELIMITED BY SIZE
               INTO TokFileName.

       ParseTokenLine.
           MOVE TokLine(2:20) TO TokName
           MOVE TokLine(25:50) TO TokStored
           MOVE TokLine(78:60) TO TokModes
           MOVE TokLine(141:1) TO TokScopeType
           MOVE TokLine(145:50) TO TokScopeEnc1
           MOVE TokLine(198:50) TO TokScopeEnc2
           MOVE TokLine(251:8) TO TokExpiry
           MOVE TokLine(262:7) TO TokStatus.

       ServiceTokenScreen.
           IF OperatorRole NOT = 'ADMIN'
               DISPLAY 'Only an ADMIN may manage service tokens.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY
               'L) List tokens  I) Issue token  R) Revoke token'
               '  enter) back'
           ACCEPT TokChoice
           EVALUATE TokChoice
               WHEN 'L'
                   PERFORM ListServiceTokens
               WHEN 'I'
                   PERFORM IssueServiceToken
               WHEN 'R'
                   PERFORM RevokeServiceToken
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ListServiceTokens.
           MOVE 0 TO TokCount
           MOVE FUNCTION CURRENT-DATE TO CurrentDate
           PERFORM BuildTokenFileName
           MOVE TokFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               DISPLAY 'No service tokens have been issued.'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO TokEOF
           PERFORM UNTIL TokEOF = 'Y'
               READ SegFile INTO TokLine
                   AT END
                       MOVE 'Y' TO TokEOF
                   NOT AT END
                       ADD 1 TO TokCount
                       PERFORM ParseTokenLine
                       MOVE SPACES TO TokScope
                       IF TokScopeEnc1 NOT = SPACES
                           CALL 'Decrypt' USING
                               TokScopeEnc1
                               MainPassword
                               TokScope1
                       END-IF
                       IF TokScopeEnc2 NOT = SPACES
                           CALL 'Decrypt' USING
                               TokScopeEnc2
                               MainPassword
                               TokScope2
                       END-IF
                       MOVE 'ACTIVE' TO TokState
                       IF TokExpiry < CurrentDate(1:8)
                           MOVE 'EXPIRED' TO TokState
                       END-IF
                       IF TokStatus = 'REVOKED'
                           MOVE 'REVOKED' TO TokState
                       END-IF
                       DISPLAY FUNCTION TRIM(TokName)
                           '  ' FUNCTION TRIM(TokState)
                           '  expires ' TokExpiry
                           '  issued ' TokLine(272:8)
                           ' by ' FUNCTION TRIM(TokLine(289:50))
                       DISPLAY '    modes: ' FUNCTION TRIM(TokModes)
                       EVALUATE TokScopeType
                           WHEN 'C'
                               DISPLAY '    categories: '
                                   FUNCTION TRIM(TokScope)
                           WHEN 'I'
                               DISPLAY '    identifiers: '
                                   FUNCTION TRIM(TokScope)
                           WHEN OTHER
                               DISPLAY '    scope: all entries'
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE SegFile
           MOVE TokCount TO TokOut
           DISPLAY FUNCTION TRIM(TokOut) ' token(s) on file.'.

      *    Issues a named token. The secret is generated here and
      *    shown exactly once; only the vault key encrypted under it
      *    is kept, so a lost secret means a new token.
       IssueServiceToken.
           PERFORM CheckWriteAccess
           IF WriteAllowed NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY
               'Token name (up to 20 letters, digits, "-" or "_"):'
           MOVE SPACES TO TokInput
           ACCEPT TokInput
           COMPUTE NameLen = FUNCTION LENGTH(FUNCTION TRIM(TokInput))
           IF FUNCTION TRIM(TokInput) = '' OR NameLen > 20
               DISPLAY 'Token names are 1 to 20 characters.'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TokBadChars
           PERFORM VARYING Pos FROM 1 BY 1 UNTIL Pos > NameLen
               IF (TokInput(Pos:1) < 'A' OR
                       TokInput(Pos:1) > 'Z')
                       AND (TokInput(Pos:1) < 'a' OR
                           TokInput(Pos:1) > 'z')
                       AND (TokInput(Pos:1) < '0' OR
                           TokInput(Pos:1) > '9')
                       AND TokInput(Pos:1) NOT = '-'
                       AND TokInput(Pos:1) NOT = '_'
                   ADD 1 TO TokBadChars
               END-IF
           END-PERFORM
           IF TokBadChars > 0
               DISPLAY
                   'Token names may only contain letters, digits,'
                   ' "-" and "_".'
               EXIT PARAGRAPH
           END-IF
           MOVE TokInput(1:20) TO TokCheckId
           PERFORM FindServiceToken
           IF TokFound = 'Y'
               DISPLAY 'A token of that name already exists.'
               EXIT PARAGRAPH
           END-IF
           MOVE TokCheckId(1:20) TO TokName

           DISPLAY
               'Batch modes, ";"-separated, from GET, ROTATE,'
               ' ROTATEDUE,'
           DISPLAY '  BATCHREPORT, REPORT, NIGHTLY, REPLICATE, CMDB'
               ' and SCHEDULE (or ALL):'
           MOVE SPACES TO TokInput
           ACCEPT TokInput
           MOVE FUNCTION UPPER-CASE(TokInput) TO TokInput
           MOVE TokInput(1:60) TO TokModes
           PERFORM ValidateTokenModes
           IF TokModeOk NOT = 'Y'
               DISPLAY 'Unknown or missing batch mode.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY
               'Scope: A) all entries  C) category list'
               '  I) identifier list'
           MOVE SPACES TO TokInput
           ACCEPT TokInput
           MOVE FUNCTION UPPER-CASE(TokInput(1:1)) TO TokScopeType
           MOVE SPACES TO TokScope
           EVALUATE TokScopeType
               WHEN 'C'
                   DISPLAY 'Categories, ";"-separated (up to 10):'
                   ACCEPT TokScope
               WHEN 'I'
                   DISPLAY 'Identifiers, ";"-separated (up to 10):'
                   ACCEPT TokScope
               WHEN 'A'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Choose A, C or I.'
                   EXIT PARAGRAPH
           END-EVALUATE
           IF TokScopeType NOT = 'A' AND
                   FUNCTION TRIM(TokScope) = ''
               DISPLAY 'A scoped token needs at least one name.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Expires on (YYYYMMDD, enter for 90 days):'
           MOVE SPACES TO TokInput
           ACCEPT TokInput
           MOVE FUNCTION CURRENT-DATE TO CurrentDate
           IF FUNCTION TRIM(TokInput) = ''
               MOVE CurrentDate(1:8) TO TokExpiryNum
               COMPUTE TokExpiryNum = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TokExpiryNum) + 90)
               MOVE TokExpiryNum TO TokExpiry
           ELSE
               IF TokInput(1:8) IS NOT NUMERIC OR
                       TokInput(9:92) NOT = SPACES OR
                       FUNCTION TEST-DATE-YYYYMMDD(
                           FUNCTION NUMVAL(TokInput(1:8)))
                           NOT = 0
                   DISPLAY 'Not a valid date.'
                   EXIT PARAGRAPH
               END-IF
               IF TokInput(1:8) < CurrentDate(1:8)
                   DISPLAY 'The expiry date is already past.'
                   EXIT PARAGRAPH
               END-IF
               MOVE TokInput(1:8) TO TokExpiry
           END-IF

           MOVE 'N' TO PassphraseMode
           MOVE 'Y' TO IncludeDigits
           MOVE 'N' TO IncludeSymbols
           MOVE 'Y' TO ExcludeAmbiguous
           MOVE 20 TO GenLength
           CALL 'Generator'
               USING TokCheckId TokSecret
                   GenLength IncludeDigits
                   IncludeSymbols
                   ExcludeAmbiguous
                   PassphraseMode
           MOVE 50 TO GenLength
           CALL 'Encrypt' USING
               MainPassword
               TokSecret
               TokStored
           MOVE SPACES TO TokScopeEnc1
           MOVE SPACES TO TokScopeEnc2
           IF TokScope1 NOT = SPACES
               CALL 'Encrypt' USING
                   TokScope1
                   MainPassword
                   TokScopeEnc1
           END-IF
           IF TokScope2 NOT = SPACES
               CALL 'Encrypt' USING
                   TokScope2
                   MainPassword
                   TokScopeEnc2
           END-IF
           MOVE 'ACTIVE' TO TokStatus

           MOVE SPACES TO TokLine
           STRING
               '"' TokName
               '","' TokStored
               '","' TokModes
               '","' TokScopeType
               '","' TokScopeEnc1
               '","' TokScopeEnc2
               '","' TokExpiry
               '","' TokStatus
               '","' CurrentDate(1:14)
               '","' CurrentOperator(1:50)
               '"'
               DELIMITED BY SIZE
               INTO TokLine
           MOVE TokFileName TO SegFileName
           OPEN EXTEND SegFile
           IF SegFileStatus NOT = '00'
               OPEN OUTPUT SegFile
           END-IF
           MOVE TokLine TO SegRecord
           WRITE SegRecord
           CLOSE SegFile

           DISPLAY 'Token issued. Give the batch job this value in'
               ' place of the master password'
           DISPLAY '(or put it in a file readable only by the job'
               ' and pass @<file>):'
           DISPLAY ''
           DISPLAY '    TOKEN:' FUNCTION TRIM(TokName) ':'
               FUNCTION TRIM(TokSecret)
           DISPLAY ''
           DISPLAY 'It will not be shown again.'
           MOVE 'TOKEN' TO AuditAction
           MOVE TokName TO AuditIdentifier
           MOVE 'ISSUED' TO AuditOutcome
           MOVE SPACES TO AuditReason
           STRING
               'modes '
               FUNCTION TRIM(TokModes)
               ' scope '
               TokScopeType
               ' expires '
               TokExpiry
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog
           MOVE SPACES TO TokSecret.

      *    Every ";"-separated word in TokModes must name a batch
      *    mode a token can stand in for. Sets TokModeOk.
       ValidateTokenModes.
           MOVE 'N' TO TokModeOk
           IF FUNCTION TRIM(TokModes) = ''
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(TokModes) = 'ALL'
               MOVE 'Y' TO TokModeOk
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO TokModeOk
           MOVE SPACES TO HvTokTable
           UNSTRING TokModes DELIMITED BY ';'
               INTO HvTok(1) HvTok(2) HvTok(3) HvTok(4) HvTok(5)
                   HvTok(6) HvTok(7) HvTok(8) HvTok(9) HvTok(10)
           END-UNSTRING
           PERFORM VARYING HvIdx FROM 1 BY 1 UNTIL HvIdx > 10
               EVALUATE FUNCTION TRIM(HvTok(HvIdx))
                   WHEN ''
                   WHEN 'GET'
                   WHEN 'ROTATE'
                   WHEN 'ROTATEDUE'
                   WHEN 'BATCHREPORT'
                   WHEN 'REPORT'
                   WHEN 'NIGHTLY'
                   WHEN 'REPLICATE'
                   WHEN 'CMDB'
                   WHEN 'SCHEDULE'
                       CONTINUE
                   WHEN OTHER
                       MOVE 'N' TO TokModeOk
               END-EVALUATE
           END-PERFORM.

      *    Looks up the token named in TokCheckId(1:20); leaves the
      *    row in TokLine and sets TokFound.
       FindServiceToken.
           MOVE 'N' TO TokFound
           PERFORM BuildTokenFileName
           MOVE TokFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO TokEOF
           PERFORM UNTIL TokEOF = 'Y'
               READ SegFile INTO TokLine
                   AT END
                       MOVE 'Y' TO TokEOF
                   NOT AT END
                       IF TokLine(2:20) = TokCheckId(1:20)
                           MOVE 'Y' TO TokFound
                           MOVE 'Y' TO TokEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SegFile.

       RevokeServiceToken.
           PERFORM CheckWriteAccess
           IF WriteAllowed NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Token name to revoke:'
           MOVE SPACES TO TokCheckId
           ACCEPT TokCheckId
           PERFORM FindServiceToken
           IF TokFound NOT = 'Y'
               DISPLAY 'No token of that name.'
               EXIT PARAGRAPH
           END-IF
           IF TokLine(262:7) = 'REVOKED'
               DISPLAY 'That token is already revoked.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Reason for revoking:'
           MOVE SPACES TO AuditReason
           ACCEPT AuditReason

           MOVE TokFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               MOVE SPACES TO AuditReason
               EXIT PARAGRAPH
           END-IF
           PERFORM OpenSidecarRewrite
           MOVE 'N' TO TokEOF
           PERFORM UNTIL TokEOF = 'Y'
               READ SegFile INTO TokLine
                   AT END
                       MOVE 'Y' TO TokEOF
                   NOT AT END
                       IF TokLine(2:20) = TokCheckId(1:20)
                           MOVE 'REVOKED' TO TokLine(262:7)
                       END-IF
                       MOVE TokLine TO Tmp2Record
                       WRITE Tmp2Record
               END-READ
           END-PERFORM
           CLOSE SegFile
           CLOSE Tmp2File
           MOVE TokFileName TO SidecarTargetName
           PERFORM MoveSidecarOver

           DISPLAY 'Token ' FUNCTION TRIM(TokCheckId) ' revoked.'
           MOVE 'TOKEN' TO AuditAction
           MOVE TokCheckId TO AuditIdentifier
           MOVE 'REVOKED' TO AuditOutcome
           PERFORM WriteAuditLog.

      *    A credential of the form @path is read from the first line
      *    of that file, so nothing secret appears in the process
      *    list. TokPresented carries the value in and out.
       LoadTokenCredential.
           IF TokPresented(1:1) NOT = '@'
               EXIT PARAGRAPH
           END-IF
           MOVE TokPresented(2:99) TO SegFileName
           MOVE SPACES TO TokPresented
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               DISPLAY 'Error: credential file not readable.'
               EXIT PARAGRAPH
           END-IF
           READ SegFile
           IF SegFileStatus = '00'
               MOVE SegRecord(1:100) TO TokPresented
           END-IF
           CLOSE SegFile.

      *    Verifies the TOKEN:name:secret value in TokPresented for
      *    the batch mode in TokModeName against the vault's master
      *    verifier in TokVerifier. On success the vault key is in
      *    TokKey and the decrypted scope in TokScopeType/TokScope;
      *    otherwise TokRefusal says why. Whole-vault modes need an
      *    unscoped token, since they cannot honour an entry list.
       ResolveServiceToken.
           MOVE 'N' TO TokOk
           MOVE SPACES TO TokRefusal
           MOVE SPACES TO TokName
           MOVE SPACES TO TokSecret
           MOVE SPACES TO TokKey
           MOVE SPACES TO TokScope
           UNSTRING TokPresented(7:94) DELIMITED BY ':'
               INTO TokName TokSecret
           END-UNSTRING
           IF FUNCTION TRIM(TokName) = '' OR
                   FUNCTION TRIM(TokSecret) = ''
               MOVE 'MALFORMED' TO TokRefusal
               EXIT PARAGRAPH
           END-IF
      *    The stored value already encodes the mixed vault key, so
      *    the key file is still demanded as it is for operators.
           IF KeyFileRequired = 'Y'
               PERFORM ReadKeyFileMaterial
               IF KeyFileOk NOT = 'Y'
                   MOVE 'KEYFILE' TO TokRefusal
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO TokCheckId
           MOVE TokName TO TokCheckId
           PERFORM FindServiceToken
           IF TokFound NOT = 'Y'
               MOVE 'UNKNOWN' TO TokRefusal
               EXIT PARAGRAPH
           END-IF
           PERFORM ParseTokenLine
           CALL 'Decrypt' USING
               TokStored
               TokSecret
               TokKey
           MOVE SPACES TO TokSecret
           CALL 'Encrypt' USING
               TokKey
               TokKey
               TokCheckHash
           IF FUNCTION TRIM(TokCheckHash) NOT =
                   FUNCTION TRIM(TokVerifier)
               MOVE SPACES TO TokKey
               MOVE 'BADSECRET' TO TokRefusal
               EXIT PARAGRAPH
           END-IF
           IF TokStatus = 'REVOKED'
               MOVE 'REVOKED' TO TokRefusal
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CurrentDate
           IF TokExpiry < CurrentDate(1:8)
               MOVE 'EXPIRED' TO TokRefusal
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(TokModeName) = ''
               MOVE 'MODE' TO TokRefusal
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(TokModes) NOT = 'ALL'
               MOVE TokModeName TO CategoryWork
               MOVE TokModes TO CatListWork
               PERFORM MatchCategoryList
               IF CatListHit NOT = 'Y'
                   MOVE 'MODE' TO TokRefusal
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF TokScopeType NOT = 'C' AND TokScopeType NOT = 'I'
               MOVE 'A' TO TokScopeType
           END-IF
           IF TokScopeType NOT = 'A' AND
                   (TokModeName = 'BATCHREPORT' OR
                       TokModeName = 'REPORT' OR
                       TokModeName = 'NIGHTLY' OR
                       TokModeName = 'REPLICATE' OR
                       TokModeName = 'CMDB')
               MOVE 'SCOPE' TO TokRefusal
               EXIT PARAGRAPH
           END-IF
           IF TokScopeEnc1 NOT = SPACES
               CALL 'Decrypt' USING
                   TokScopeEnc1
                   TokKey
                   TokScope1
           END-IF
           IF TokScopeEnc2 NOT = SPACES
               CALL 'Decrypt' USING
                   TokScopeEnc2
                   TokKey
                   TokScope2
           END-IF
           MOVE 'Y' TO TokOk.

      *    LOGIN line for a token attempt; the token name is both the
      *    identifier and the operator. A wrong secret is written as
      *    an ordinary FAILURE so the alert scan counts it.
       AuditTokenLogin.
           MOVE 'LOGIN' TO AuditAction
           MOVE TokName TO AuditIdentifier
           EVALUATE TRUE
               WHEN TokOk = 'Y'
                   MOVE 'SUCCESS' TO AuditOutcome
               WHEN TokRefusal = 'BADSECRET'
                   MOVE 'FAILURE' TO AuditOutcome
               WHEN OTHER
                   MOVE TokRefusal TO AuditOutcome
           END-EVALUATE
           MOVE SPACES TO AuditReason
           IF FUNCTION TRIM(TokModeName) = ''
               MOVE 'service token for a mode tokens cannot run'
                   TO AuditReason
           ELSE
               STRING
                   'service token for '
                   FUNCTION TRIM(TokModeName)
                   DELIMITED BY SIZE
                   INTO AuditReason
           END-IF
           PERFORM WriteAuditLog.

      *    Scope checks for a token session. TokenEntryScope works
      *    from the entry fetched into PswRecord for the identifier
      *    in BatchIdentifier; TokenParsedScope from an entry already
      *    parsed, its plain identifier in TokCheckId. Both set
      *    TokScopeOk, which is always 'Y' for a master-password run.
       TokenEntryScope.
           MOVE BatchIdentifier TO TokCheckId
           PERFORM ParseEntryRecord
           PERFORM TokenParsedScope.

       TokenParsedScope.
           MOVE 'Y' TO TokScopeOk
           IF TokActive NOT = 'Y' OR TokScopeType = 'A'
               EXIT PARAGRAPH
           END-IF
           IF TokScopeType = 'I'
               MOVE TokCheckId TO CategoryWork
           ELSE
               MOVE MainPassword TO CipherKey
               MOVE ReadSalt TO CipherSalt
               MOVE ReadCategory TO CipherText
               PERFORM DecryptSecret
               MOVE CipherText TO CategoryWork
           END-IF
           MOVE TokScope TO CatListWork
           PERFORM MatchCategoryList
           IF CatListHit NOT = 'Y'
               MOVE 'N' TO TokScopeOk
           END-IF.

      *    A master-password change re-encrypts every token's stored
      *    key and scope; the token secrets themselves are unchanged,
      *    so issued tokens keep working.
       RekeyTokenFile.
           PERFORM BuildTokenFileName
           MOVE TokFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           PERFORM OpenSidecarRewrite
           MOVE 'N' TO SideEOF
           PERFORM UNTIL SideEOF = 'Y'
               READ SegFile INTO TokLine
                   AT END
                       MOVE 'Y' TO SideEOF
                   NOT AT END
                       PERFORM ParseTokenLine
                       CALL 'Decrypt' USING
                           TokStored
                           MainPassword
                           TokSecret
                       CALL 'Encrypt' USING
                           NewMainPassword
                           TokSecret
                           TokStored
                       MOVE TokStored TO TokLine(25:50)
                       IF TokScopeEnc1 NOT = SPACES
                           CALL 'Decrypt' USING
                               TokScopeEnc1
                               MainPassword
                               TokScope1
                           CALL 'Encrypt' USING
                               TokScope1
                               NewMainPassword
                               TokScopeEnc1
                           MOVE TokScopeEnc1 TO TokLine(145:50)
                       END-IF
                       IF TokScopeEnc2 NOT = SPACES
                           CALL 'Decrypt' USING
                               TokScopeEnc2
                               MainPassword
                               TokScope2
                           CALL 'Encrypt' USING
                               TokScope2
                               NewMainPassword
                               TokScopeEnc2
                           MOVE TokScopeEnc2 TO TokLine(198:50)
                       END-IF
                       MOVE TokLine TO Tmp2Record
                       WRITE Tmp2Record
               END-READ
           END-PERFORM
           CLOSE SegFile
           CLOSE Tmp2File
           MOVE SPACES TO TokSecret
           MOVE TokFileName TO SidecarTargetName
           PERFORM MoveSidecarOver.

      *    Finds the connector for the category in PushCategory.
      *    Sets ConnHit to its slot, zero when there is none.
       FindConnector.
           MOVE 0 TO ConnHit
           IF FUNCTION TRIM(PushCategory) = ''
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ConnIdx FROM 1 BY 1
                   UNTIL ConnIdx > ConnCount
               IF FUNCTION TRIM(ConnCat(ConnIdx)) =
                       FUNCTION TRIM(PushCategory)
                   MOVE ConnIdx TO ConnHit
               END-IF
           END-PERFORM.

      *    Per-category push connectors. The command is run as
      *        <command> '<identifier>' <handoff file>
      *    with the new password on the first line of the hand-off
      *    file (never on a command line), and must exit 0 only once
      *    the target system has taken the password.
       ConnectorSettings.
           IF ConnCount = 0
               DISPLAY 'No push connectors are defined.'
           END-IF
           PERFORM VARYING ConnIdx FROM 1 BY 1
                   UNTIL ConnIdx > ConnCount
               DISPLAY '  ' FUNCTION TRIM(ConnCat(ConnIdx))
                   ': ' FUNCTION TRIM(ConnCmd(ConnIdx))
           END-PERFORM
           DISPLAY 'Category to set (enter to go back):'
           MOVE SPACES TO PushCategory
           ACCEPT PushCategory
           IF FUNCTION TRIM(PushCategory) = ''
               EXIT PARAGRAPH
           END-IF
           DISPLAY
               'Command (called with the identifier and a hand-off'
               ' file; blank removes):'
           MOVE SPACES TO ConnCmdWork
           ACCEPT ConnCmdWork
           PERFORM FindConnector
           IF FUNCTION TRIM(ConnCmdWork) = ''
               IF ConnHit = 0
                   DISPLAY 'No connector for that category.'
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING ConnIdx FROM ConnHit BY 1
                       UNTIL ConnIdx >= ConnCount
                   MOVE ConnSlot(ConnIdx + 1) TO ConnSlot(ConnIdx)
               END-PERFORM
               MOVE SPACES TO ConnSlot(ConnCount)
               SUBTRACT 1 FROM ConnCount
           ELSE
               IF ConnHit = 0
                   IF ConnCount >= 10
                       DISPLAY 'At most 10 connectors may be defined.'
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO ConnCount
                   MOVE ConnCount TO ConnHit
                   MOVE PushCategory TO ConnCat(ConnHit)
               END-IF
               MOVE ConnCmdWork TO ConnCmd(ConnHit)
           END-IF
           PERFORM SaveVaultSettings
           MOVE 'SETTINGS' TO AuditAction
           MOVE VaultName TO AuditIdentifier
           MOVE 'SUCCESS' TO AuditOutcome
           MOVE SPACES TO AuditReason
           STRING
               'connector '
               FUNCTION TRIM(PushCategory)
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog.

      *    Second half of a batch rotation. RotateEntryPass has just
      *    written the new password, its predecessor is in history,
      *    and PushCategory/PushPlainPw describe the change. With no
      *    connector for the category PushResult is NONE. Otherwise
      *    the change is logged PENDING in <vault>_push.csv, the
      *    connector is called, and it is committed (PUSHED) on a
      *    zero exit; on any other exit the old password is put back
      *    from history (ROLLEDBACK), or FAILED if that is impossible.
       PushRotatedEntry.
           MOVE 'NONE' TO PushResult
           PERFORM FindConnector
           IF ConnHit = 0
               MOVE SPACES TO PushPlainPw
               EXIT PARAGRAPH
           END-IF
           MOVE 'PENDING' TO PushState
           PERFORM WritePushLog

           MOVE SPACES TO PushHandoff
           STRING
               FUNCTION TRIM(VaultName)
               '.push.tmp'
               DELIMITED BY SIZE
               INTO PushHandoff
           MOVE 0 TO PushQuotes
           INSPECT BatchIdentifier TALLYING PushQuotes FOR ALL "'"
           MOVE 1 TO PushRc
           MOVE 'N' TO PushHandoffOk
           IF PushQuotes = 0
               MOVE SPACES TO SYSTEM-COMMAND
               STRING
                   'umask 077; : > '
                   FUNCTION TRIM(PushHandoff)
                   DELIMITED BY SIZE
                   INTO SYSTEM-COMMAND
               CALL "SYSTEM" USING SYSTEM-COMMAND
               MOVE PushHandoff TO SegFileName
               OPEN OUTPUT SegFile
               IF SegFileStatus = '00'
                   MOVE SPACES TO SegRecord
                   MOVE PushPlainPw TO SegRecord
                   WRITE SegRecord
                   IF SegFileStatus = '00'
                       MOVE 'Y' TO PushHandoffOk
                   END-IF
               END-IF
               CLOSE SegFile
      *        With no hand-off file the connector would be given an
      *        empty password; PushRc stays 1 and the rotation is
      *        rolled back below.
               IF PushHandoffOk = 'Y'
                   MOVE SPACES TO SYSTEM-COMMAND
                   STRING
                       FUNCTION TRIM(ConnCmd(ConnHit))
                       " '"
                       FUNCTION TRIM(BatchIdentifier)
                       "' "
                       FUNCTION TRIM(PushHandoff)
                       DELIMITED BY SIZE
                       INTO SYSTEM-COMMAND
                   MOVE RETURN-CODE TO PushSavedRc
                   CALL "SYSTEM" USING SYSTEM-COMMAND
                   MOVE RETURN-CODE TO PushRc
                   MOVE PushSavedRc TO RETURN-CODE
      *            The shell hands back a wait status: exit code * 256.
                   IF PushRc >= 256
                       COMPUTE PushRc = PushRc / 256
                   END-IF
               ELSE
                   DISPLAY 'Error: cannot write hand-off file '
                       FUNCTION TRIM(PushHandoff)
                       '; connector not run.'
               END-IF
               MOVE SPACES TO SYSTEM-COMMAND
               STRING
                   'rm -f '
                   FUNCTION TRIM(PushHandoff)
                   DELIMITED BY SIZE
                   INTO SYSTEM-COMMAND
               CALL "SYSTEM" USING SYSTEM-COMMAND
           END-IF
           MOVE SPACES TO PushPlainPw

           MOVE 'PUSH' TO AuditAction
           MOVE BatchIdentifier TO AuditIdentifier
           MOVE SPACES TO AuditReason
           IF PushRc = 0
               MOVE 'PUSHED' TO PushResult
               MOVE 'PUSHED' TO PushState
               PERFORM WritePushLog
               MOVE 'SUCCESS' TO AuditOutcome
               STRING
                   'connector for '
                   FUNCTION TRIM(PushCategory)
                   DELIMITED BY SIZE
                   INTO AuditReason
               PERFORM WriteAuditLog
               EXIT PARAGRAPH
           END-IF

           MOVE 'FAILURE' TO AuditOutcome
           EVALUATE TRUE
               WHEN PushQuotes > 0
                   MOVE 'identifier cannot be passed to a connector'
                       TO AuditReason
               WHEN PushHandoffOk NOT = 'Y'
                   MOVE 'hand-off file could not be written'
                       TO AuditReason
               WHEN OTHER
                   MOVE PushRc TO PushRcOut
                   STRING
                       'connector for '
                       FUNCTION TRIM(PushCategory)
                       ' exit '
                       FUNCTION TRIM(PushRcOut)
                       DELIMITED BY SIZE
                       INTO AuditReason
           END-EVALUATE
           PERFORM WriteAuditLog

           PERFORM RollbackRotation
           MOVE 'ROLLBACK' TO AuditAction
           MOVE BatchIdentifier TO AuditIdentifier
           IF PushRollOk = 'Y'
               MOVE 'ROLLEDBACK' TO PushResult
               MOVE 'ROLLEDBACK' TO PushState
               MOVE 'SUCCESS' TO AuditOutcome
               MOVE 'old password restored from history'
                   TO AuditReason
           ELSE
               MOVE 'FAILED' TO PushResult
               MOVE 'FAILED' TO PushState
               MOVE 'FAILURE' TO AuditOutcome
               MOVE 'no usable history line; vault keeps new pw'
                   TO AuditReason
           END-IF
           PERFORM WritePushLog
           PERFORM WriteAuditLog.

      *    Puts the password the rotation replaced back into the
      *    entry: the newest history line for EncSearchId is decrypted
      *    under its own salt and re-encrypted under the entry's
      *    current salt, the rest of the entry is left as it stands,
      *    and the rotation-due date is pulled to today so the next
      *    run tries again. Journaled like any other change. Sets
      *    PushRollOk.
       RollbackRotation.
           MOVE 'N' TO PushRollOk
           MOVE 'N' TO PushHistFound
           MOVE SPACES TO HistoryFileName
           STRING
               FUNCTION TRIM(VaultName)
               '_history.csv'
               DELIMITED BY SIZE
               INTO HistoryFileName
           OPEN INPUT HistoryFile
           IF HistoryFileStatus NOT = '00'
               CLOSE HistoryFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO SideEOF
           PERFORM UNTIL SideEOF = 'Y'
               READ HistoryFile INTO HistLine
                   AT END
                       MOVE 'Y' TO SideEOF
                   NOT AT END
                       IF HistLine(2:50) = EncSearchId
                           MOVE 'Y' TO PushHistFound
                           MOVE HistLine(55:50) TO PushOldPw
                           MOVE HistLine(125:8) TO PushOldSalt
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HistoryFile
           IF PushHistFound NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE MainPassword TO CipherKey
           MOVE PushOldSalt TO CipherSalt
           MOVE PushOldPw TO CipherText
           PERFORM DecryptSecret
           MOVE CipherText TO PushOldPw

           PERFORM AcquireVaultLock
           IF LockAcquired NOT = 'Y'
               MOVE SPACES TO PushOldPw
               EXIT PARAGRAPH
           END-IF
           PERFORM FetchEntryRecord
           IF FetchFound NOT = 'Y'
               PERFORM ReleaseVaultLock
               MOVE SPACES TO PushOldPw
               EXIT PARAGRAPH
           END-IF
           PERFORM ParseEntryRecord
           MOVE 'ROLLBACK' TO JournalOp
           MOVE 'N' TO JournalAdded
           PERFORM WriteJournalEntry

           MOVE MainPassword TO CipherKey
           MOVE ReadSalt TO CipherSalt
           MOVE PushOldPw TO CipherText
           PERFORM EncryptSecret
           MOVE SPACES TO PushOldPw
           MOVE ReadIdentifier TO EntryIdentifier
           MOVE CipherText TO EntryPassword
           MOVE ReadCategory TO EntryCategory
           MOVE ReadNotes TO EntryNotes
           MOVE ReadDateAdded TO EntryDateAdded
           MOVE ReadTotpSecret TO EntryTotpSecret
           MOVE ReadSalt TO EntrySalt
           MOVE ReadGenProfile TO EntryGenProfile
           MOVE ReadLastAccessed TO EntryLastAccessed
           MOVE FUNCTION CURRENT-DATE TO CurrentDate
           MOVE CurrentDate(1:8) TO EntryRotateDue
           PERFORM BuildEntryRecord
           MOVE 'P' TO SegPurgeMode
           PERFORM ReplaceEntryRecord
           PERFORM IndexPutRecord
           PERFORM ReleaseVaultLock
           MOVE 'Y' TO PushRollOk.

      *    <vault>_push.csv keeps the life of every push: a PENDING
      *    line before the connector runs and a PUSHED, ROLLEDBACK or
      *    FAILED line after, so a run that died mid-push still shows
      *    which entry was left waiting.
      *    "stamp 2-15","encid 19-68","state 72-81"
       WritePushLog.
           MOVE SPACES TO PushLogName
           STRING
               FUNCTION TRIM(VaultName)
               '_push.csv'
               DELIMITED BY SIZE
               INTO PushLogName
           MOVE FUNCTION CURRENT-DATE TO CurrentDate
           MOVE SPACES TO SideLine
           STRING
               '"' CurrentDate(1:14)
               '","' EncSearchId(1:50)
               '","' PushState
               '"'
               DELIMITED BY SIZE
               INTO SideLine
           MOVE PushLogName TO SegFileName
           OPEN EXTEND SegFile
           IF SegFileStatus NOT = '00'
               OPEN OUTPUT SegFile
           END-IF
           MOVE SideLine TO SegRecord
           WRITE SegRecord
           CLOSE SegFile.

      *    Change-freeze calendar: freeze_calendar.dat, shared by
      *    every vault in the directory, one window per line:
      *    start|end|vault|categories|reason
      *    with start and end as YYYYMMDDHHMM, vault '*' for all
      *    vaults and categories '*' for every entry or a ';' list.
      *    Lines starting '*' are comments. Only the windows in
      *    force now for this vault are kept in FrzTable.
       LoadFreezeCalendar.
           MOVE 0 TO FrzCount
           MOVE FUNCTION CURRENT-DATE TO CurrentDate
           MOVE CurrentDate(1:12) TO FrzNow
           MOVE FrzFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FrzEOF
           PERFORM UNTIL FrzEOF = 'Y'
               READ SegFile INTO FrzLine
                   AT END
                       MOVE 'Y' TO FrzEOF
                   NOT AT END
                       PERFORM ParseFreezeLine
                       IF FrzValid = 'Y' AND
                               FrzInStart NOT > FrzNow AND
                               FrzInEnd > FrzNow AND
                               (FUNCTION TRIM(FrzInVault) = '*' OR
                                FUNCTION TRIM(FrzInVault) =
                                    FUNCTION TRIM(VaultName)) AND
                               FrzCount < 20
                           ADD 1 TO FrzCount
                           MOVE FrzInStart TO FrzStart(FrzCount)
                           MOVE FrzInEnd TO FrzEnd(FrzCount)
                           MOVE FrzInVault TO FrzVault(FrzCount)
                           MOVE FrzInCats TO FrzCats(FrzCount)
                           MOVE FrzInReason TO FrzReason(FrzCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SegFile.

       ParseFreezeLine.
           MOVE 'N' TO FrzValid
           MOVE SPACES TO FrzInStart FrzInEnd FrzInVault
               FrzInCats FrzInReason
           IF FrzLine(1:1) = '*' OR FUNCTION TRIM(FrzLine) = ''
               EXIT PARAGRAPH
           END-IF
           UNSTRING FrzLine DELIMITED BY '|'
               INTO FrzInStart FrzInEnd FrzInVault
                   FrzInCats FrzInReason
           END-UNSTRING
           IF FUNCTION TRIM(FrzInVault) = ''
               MOVE '*' TO FrzInVault
           END-IF
           IF FUNCTION TRIM(FrzInCats) = ''
               MOVE '*' TO FrzInCats
           END-IF
           IF FrzInStart IS NUMERIC AND FrzInEnd IS NUMERIC AND
                   FrzInStart < FrzInEnd
               MOVE 'Y' TO FrzValid
           END-IF.

      *    Is the entry whose plain category is in CategoryWork
      *    covered by a window in force? Sets FrzHit and the
      *    window's reason. A '*' window covers every entry,
      *    including those with no category.
       CheckEntryFrozen.
           MOVE 'N' TO FrzHit
           MOVE SPACES TO FrzHitReason
           PERFORM VARYING FrzIdx FROM 1 BY 1
                   UNTIL FrzIdx > FrzCount OR FrzHit = 'Y'
               IF FUNCTION TRIM(FrzCats(FrzIdx)) = '*'
                   MOVE 'Y' TO CatListHit
               ELSE
                   MOVE FrzCats(FrzIdx) TO CatListWork
                   PERFORM MatchCategoryList
               END-IF
               IF CatListHit = 'Y'
                   MOVE 'Y' TO FrzHit
                   MOVE FrzReason(FrzIdx) TO FrzHitReason
               END-IF
           END-PERFORM.

       CheckParsedEntryFrozen.
           MOVE 'N' TO FrzHit
           IF FrzCount = 0
               EXIT PARAGRAPH
           END-IF
           MOVE MainPassword TO CipherKey
           MOVE ReadSalt TO CipherSalt
           MOVE ReadCategory TO CipherText
           PERFORM DecryptSecret
           MOVE CipherText TO CategoryWork
           PERFORM CheckEntryFrozen.

      *    Bulk changes made during a freeze: show the windows in
      *    force and let an ADMIN give a reason to go ahead anyway.
      *    A blank answer (or a non-ADMIN) leaves the freeze honoured.
       AskFreezeOverride.
           MOVE SPACES TO FrzOverride
           IF FrzCount = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Change freeze in effect:'
           PERFORM VARYING FrzIdx FROM 1 BY 1
                   UNTIL FrzIdx > FrzCount
               DISPLAY '  until ' FrzEnd(FrzIdx)(1:8) ' '
                   FrzEnd(FrzIdx)(9:4) '  categories '
                   FUNCTION TRIM(FrzCats(FrzIdx)) '  - '
                   FUNCTION TRIM(FrzReason(FrzIdx))
           END-PERFORM
           IF OperatorRole NOT = 'ADMIN'
               DISPLAY 'Frozen entries will be refused.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY
               'ADMIN override reason (enter to honour the freeze):'
           ACCEPT FrzOverride.

      *    One audit line per frozen entry changed under an ADMIN
      *    override; the caller sets AuditIdentifier.
       AuditFreezeOverride.
           MOVE 'FREEZE' TO AuditAction
           MOVE 'OVERRIDE' TO AuditOutcome
           MOVE SPACES TO AuditReason
           STRING
               'override: '
               FUNCTION TRIM(FrzOverride)
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog.

       FreezeCalendarScreen.
           IF OperatorRole NOT = 'ADMIN'
               DISPLAY
                   'Only an ADMIN may maintain the freeze calendar.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY
               'L) List windows  A) Add window  R) Remove window'
               '  enter) back'
           MOVE SPACE TO FrzChoice
           ACCEPT FrzChoice
           EVALUATE FrzChoice
               WHEN 'L'
                   PERFORM ListFreezeWindows
               WHEN 'A'
                   PERFORM AddFreezeWindow
               WHEN 'R'
                   PERFORM RemoveFreezeWindow
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ListFreezeWindows.
           MOVE 0 TO FrzLineNo
           MOVE FUNCTION CURRENT-DATE TO CurrentDate
           MOVE CurrentDate(1:12) TO FrzNow
           MOVE FrzFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               DISPLAY 'The freeze calendar is empty.'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FrzEOF
           PERFORM UNTIL FrzEOF = 'Y'
               READ SegFile INTO FrzLine
                   AT END
                       MOVE 'Y' TO FrzEOF
                   NOT AT END
                       PERFORM ParseFreezeLine
                       IF FrzValid = 'Y'
                           ADD 1 TO FrzLineNo
                           MOVE FrzLineNo TO FrzOut
                           EVALUATE TRUE
                               WHEN FrzInEnd NOT > FrzNow
                                   MOVE 'ended' TO FrzHitReason
                               WHEN FrzInStart > FrzNow
                                   MOVE 'planned' TO FrzHitReason
                               WHEN OTHER
                                   MOVE 'IN FORCE' TO FrzHitReason
                           END-EVALUATE
                           DISPLAY FrzOut ') '
                               FrzInStart(1:8) ' ' FrzInStart(9:4)
                               ' to ' FrzInEnd(1:8) ' '
                               FrzInEnd(9:4) '  '
                               FUNCTION TRIM(FrzHitReason)
                           DISPLAY '     vault '
                               FUNCTION TRIM(FrzInVault)
                               '  categories '
                               FUNCTION TRIM(FrzInCats)
                               '  - ' FUNCTION TRIM(FrzInReason)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SegFile
           IF FrzLineNo = 0
               DISPLAY 'The freeze calendar is empty.'
           END-IF.

       AddFreezeWindow.
           PERFORM CheckWriteAccess
           IF WriteAllowed NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FrzInStart FrzInEnd FrzInVault
               FrzInCats FrzInReason
           DISPLAY 'Freeze starts (YYYYMMDDHHMM):'
           ACCEPT FrzInStart
           DISPLAY 'Freeze ends (YYYYMMDDHHMM):'
           ACCEPT FrzInEnd
           IF FrzInStart NOT NUMERIC OR FrzInEnd NOT NUMERIC OR
                   FrzInStart NOT < FrzInEnd
               DISPLAY 'Start and end must be YYYYMMDDHHMM, start'
                   ' before end.'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(FrzInStart(1:8))) NOT = 0 OR
                   FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(FrzInEnd(1:8))) NOT = 0
               DISPLAY 'Invalid date.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Vault (* for all vaults, enter for this one):'
           ACCEPT FrzInVault
           IF FUNCTION TRIM(FrzInVault) = ''
               MOVE VaultName TO FrzInVault
           END-IF
           DISPLAY 'Categories (* for every entry, or a;b;c):'
           ACCEPT FrzInCats
           IF FUNCTION TRIM(FrzInCats) = ''
               MOVE '*' TO FrzInCats
           END-IF
           DISPLAY 'Reason (e.g. quarter-end close):'
           ACCEPT FrzInReason
           IF FUNCTION TRIM(FrzInReason) = ''
               DISPLAY 'A reason is required.'
               EXIT PARAGRAPH
           END-IF
           INSPECT FrzInVault REPLACING ALL '|' BY '/'
           INSPECT FrzInCats REPLACING ALL '|' BY '/'
           INSPECT FrzInReason REPLACING ALL '|' BY '/'
           MOVE SPACES TO FrzLine
           STRING
               FrzInStart '|' FrzInEnd '|'
               FUNCTION TRIM(FrzInVault) '|'
               FUNCTION TRIM(FrzInCats) '|'
               FUNCTION TRIM(FrzInReason)
               DELIMITED BY SIZE
               INTO FrzLine
           MOVE FrzFileName TO SegFileName
           OPEN EXTEND SegFile
           IF SegFileStatus NOT = '00'
               OPEN OUTPUT SegFile
           END-IF
           MOVE FrzLine TO SegRecord
           WRITE SegRecord
           CLOSE SegFile
           DISPLAY 'Freeze window added.'
           MOVE 'FREEZECAL' TO AuditAction
           MOVE SPACES TO AuditIdentifier
           STRING FrzInStart '-' FrzInEnd
               DELIMITED BY SIZE INTO AuditIdentifier
           MOVE 'ADDED' TO AuditOutcome
           MOVE FrzInReason TO AuditReason
           PERFORM WriteAuditLog.

       RemoveFreezeWindow.
           PERFORM CheckWriteAccess
           IF WriteAllowed NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM ListFreezeWindows
           IF FrzLineNo = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Number of the window to remove (enter to cancel):'
           MOVE SPACES TO FrzSelX
           ACCEPT FrzSelX
           IF FUNCTION TRIM(FrzSelX) = '' OR
                   FUNCTION TRIM(FrzSelX) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE FrzSel = FUNCTION NUMVAL(FrzSelX)
           IF FrzSel < 1 OR FrzSel > FrzLineNo
               DISPLAY 'No such window.'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO FrzLineNo
           MOVE FrzFileName TO SegFileName
           OPEN INPUT SegFile
           PERFORM OpenSidecarRewrite
           MOVE 'N' TO FrzEOF
           PERFORM UNTIL FrzEOF = 'Y'
               READ SegFile INTO FrzLine
                   AT END
                       MOVE 'Y' TO FrzEOF
                   NOT AT END
                       PERFORM ParseFreezeLine
                       IF FrzValid = 'Y'
                           ADD 1 TO FrzLineNo
                       END-IF
                       IF FrzValid = 'Y' AND FrzLineNo = FrzSel
                           MOVE SPACES TO AuditIdentifier
                           STRING FrzInStart '-' FrzInEnd
                               DELIMITED BY SIZE
                               INTO AuditIdentifier
                           MOVE FrzInReason TO AuditReason
                       ELSE
                           MOVE FrzLine TO Tmp2Record
                           WRITE Tmp2Record
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SegFile
           CLOSE Tmp2File
           MOVE FrzFileName TO SidecarTargetName
           PERFORM MoveSidecarOver
           DISPLAY 'Freeze window removed.'
           MOVE 'FREEZECAL' TO AuditAction
           MOVE 'REMOVED' TO AuditOutcome
           PERFORM WriteAuditLog.

      *    Rotation workload forecast: counts the rotation-due dates
      *    falling in each of the next 13 weeks (plus anything
      *    already overdue, which lands on the next --rotate-due run)
      *    by category and by generation profile. Entries with a
      *    stored profile are ones batch rotation can regenerate;
      *    blank-profile entries were typed in and need a manual
      *    change. Checked-out entries (which block rotation) and
      *    entries waiting on a pending approval are listed.
       RotationForecast.
           MOVE 'ROTATION WORKLOAD FORECAST' TO RptTitle
           PERFORM SetForecastParms
           PERFORM PromptReportOutput
           PERFORM ForecastScan
           PERFORM CloseReportOutput.

       SetForecastParms.
           MOVE FUNCTION CURRENT-DATE TO CurrentDate
           MOVE SPACES TO RptParms
           STRING
               '13 weeks from '
               CurrentDate(1:8)
               DELIMITED BY SIZE
               INTO RptParms.

       ForecastScan.
           MOVE FUNCTION CURRENT-DATE TO CurrentDate
           MOVE CurrentDate(1:8) TO TodayNum
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(TodayNum)
           INITIALIZE FcWeekTable
           INITIALIZE FcCatTable
           MOVE 0 TO FcCatCount
           MOVE 0 TO FcFlagged
           MOVE SPACES TO PendFileName
           STRING
               FUNCTION TRIM(VaultName)
               '_pending.csv'
               DELIMITED BY SIZE
               INTO PendFileName

           MOVE 'Entries that will block or wait:' TO RptOutLine
           PERFORM EmitReportLine
           MOVE 'N' TO EOF
           OPEN INPUT PswFile
           IF FileStatus NOT = '00' THEN
               CLOSE PswFile
               DISPLAY 'Error opening vault.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ PswFile INTO PswRecord
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF PswRecord(1:1) = '"'
                           PERFORM ForecastOneEntry
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PswFile
           IF FcFlagged = 0
               MOVE '  (none)' TO RptOutLine
               PERFORM EmitReportLine
           END-IF
           PERFORM ForecastWeekSection
           PERFORM ForecastCategorySection.

       ForecastOneEntry.
           PERFORM ParseEntryRecord
           IF ReadRotateDue NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ReadRotateDue TO DateNum
           IF FUNCTION TEST-DATE-YYYYMMDD(DateNum) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE FcDueInt = FUNCTION INTEGER-OF-DATE(DateNum)
           COMPUTE FcDays = FcDueInt - TodayInt
           IF FcDays > 90
               EXIT PARAGRAPH
           END-IF
           IF FcDays < 0
               MOVE 1 TO FcBucket
           ELSE
               COMPUTE FcBucket = FcDays / 7 + 2
           END-IF

           ADD 1 TO FcTotal(FcBucket)
           IF ReadGenProfile = SPACES
               ADD 1 TO FcManual(FcBucket)
           ELSE
               ADD 1 TO FcBatch(FcBucket)
           END-IF

           MOVE MainPassword TO CipherKey
           MOVE ReadSalt TO CipherSalt
           MOVE ReadCategory TO CipherText
           PERFORM DecryptSecret
           MOVE CipherText TO CategoryWork
           IF FUNCTION TRIM(CategoryWork) = ''
               MOVE '(none)' TO CategoryWork
           END-IF
           MOVE 0 TO FcCatHit
           PERFORM VARYING FcCatIdx FROM 1 BY 1
                   UNTIL FcCatIdx > FcCatCount OR FcCatHit > 0
               IF FcCatName(FcCatIdx) = CategoryWork(1:30)
                   MOVE FcCatIdx TO FcCatHit
               END-IF
           END-PERFORM
           IF FcCatHit = 0
               IF FcCatCount < 30
                   ADD 1 TO FcCatCount
                   MOVE FcCatCount TO FcCatHit
                   MOVE CategoryWork(1:30) TO FcCatName(FcCatHit)
               ELSE
                   MOVE 30 TO FcCatHit
                   MOVE '(other categories)' TO FcCatName(30)
               END-IF
           END-IF
           ADD 1 TO FcCatWk(FcCatHit, FcBucket)

           MOVE PswRecord(2:50) TO SavedEncId
           PERFORM CheckLedgerForEntry
           PERFORM ForecastCheckPending
           IF LedgerFound NOT = 'Y' AND FcInPending NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FcFlagged
           MOVE SPACES TO FcFlagText
           IF LedgerFound = 'Y'
               ADD 1 TO FcHeld(FcBucket)
               STRING
                   'checked out by '
                   FUNCTION TRIM(LedgerOper)
                   DELIMITED BY SIZE
                   INTO FcFlagText
           END-IF
           IF FcInPending = 'Y'
               ADD 1 TO FcPend(FcBucket)
               IF LedgerFound = 'Y'
                   STRING
                       FUNCTION TRIM(FcFlagText)
                       '; pending approval'
                       DELIMITED BY SIZE
                       INTO FcFlagText
               ELSE
                   MOVE 'pending approval' TO FcFlagText
               END-IF
           END-IF
           CALL 'Decrypt' USING
               ReadIdentifier
               MainPassword
               ReadIdentifier
           MOVE SPACES TO RptOutLine
           STRING
               '  '
               FUNCTION TRIM(ReadIdentifier)
               '  due '
               ReadRotateDue
               '  '
               FUNCTION TRIM(FcFlagText)
               DELIMITED BY SIZE
               INTO RptOutLine
           PERFORM EmitReportLine.

       ForecastCheckPending.
           MOVE 'N' TO FcInPending
           MOVE 'N' TO PendEOF
           OPEN INPUT PendFile
           IF PendFileStatus NOT = '00'
               CLOSE PendFile
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PendEOF = 'Y'
               READ PendFile INTO PendLine
                   AT END
                       MOVE 'Y' TO PendEOF
                   NOT AT END
                       IF PendLine(28:50) = SavedEncId
                           MOVE 'Y' TO FcInPending
                           MOVE 'Y' TO PendEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PendFile.

       ForecastWeekSection.
           MOVE SPACES TO RptOutLine
           PERFORM EmitReportLine
           MOVE SPACES TO RptOutLine
           STRING
               'Week  Starting    Total  Manual   Batch'
               '  ChkOut  Pending'
               DELIMITED BY SIZE
               INTO RptOutLine
           PERFORM EmitReportLine
           MOVE 0 TO FcRowTotal
           PERFORM VARYING FcIdx FROM 1 BY 1 UNTIL FcIdx > 14
               ADD FcTotal(FcIdx) TO FcRowTotal
               MOVE SPACES TO RptOutLine
               IF FcIdx = 1
                   MOVE 'ovd   (overdue) ' TO RptOutLine(1:16)
               ELSE
                   COMPUTE FcWeekOut = FcIdx - 1
                   COMPUTE DateInt = TodayInt + (FcIdx - 2) * 7
                   MOVE FUNCTION DATE-OF-INTEGER(DateInt)
                       TO FcWeekStart
                   MOVE FcWeekOut TO RptOutLine(1:2)
                   MOVE FcWeekStart TO RptOutLine(7:8)
               END-IF
               MOVE FcTotal(FcIdx) TO FcOut
               MOVE FcOut TO RptOutLine(19:5)
               MOVE FcManual(FcIdx) TO FcOut
               MOVE FcOut TO RptOutLine(27:5)
               MOVE FcBatch(FcIdx) TO FcOut
               MOVE FcOut TO RptOutLine(35:5)
               MOVE FcHeld(FcIdx) TO FcOut
               MOVE FcOut TO RptOutLine(43:5)
               MOVE FcPend(FcIdx) TO FcOut
               MOVE FcOut TO RptOutLine(52:5)
               PERFORM EmitReportLine
           END-PERFORM
           MOVE FcRowTotal TO FcOut
           MOVE SPACES TO RptOutLine
           STRING
               'Total in window: '
               FUNCTION TRIM(FcOut)
               DELIMITED BY SIZE
               INTO RptOutLine
           PERFORM EmitReportLine.

       ForecastCategorySection.
           MOVE SPACES TO RptOutLine
           PERFORM EmitReportLine
           MOVE 'By category:' TO RptOutLine
           PERFORM EmitReportLine
           MOVE SPACES TO RptOutLine
           MOVE 'Category' TO RptOutLine(1:20)
           MOVE 21 TO FcPtr
           STRING '  ovd' DELIMITED BY SIZE
               INTO RptOutLine WITH POINTER FcPtr
           PERFORM VARYING FcIdx FROM 1 BY 1 UNTIL FcIdx > 13
               MOVE FcIdx TO FcWeekOut
               MOVE SPACES TO FcCell
               STRING '  W' FcWeekOut DELIMITED BY SIZE
                   INTO FcCell
               STRING FcCell(1:5) DELIMITED BY SIZE
                   INTO RptOutLine WITH POINTER FcPtr
           END-PERFORM
           STRING '  Total' DELIMITED BY SIZE
               INTO RptOutLine WITH POINTER FcPtr
           PERFORM EmitReportLine
           PERFORM VARYING FcCatIdx FROM 1 BY 1
                   UNTIL FcCatIdx > FcCatCount
               MOVE SPACES TO RptOutLine
               MOVE FcCatName(FcCatIdx)(1:19) TO RptOutLine(1:19)
               MOVE 21 TO FcPtr
               MOVE 0 TO FcRowTotal
               PERFORM VARYING FcIdx FROM 1 BY 1 UNTIL FcIdx > 14
                   ADD FcCatWk(FcCatIdx, FcIdx) TO FcRowTotal
                   MOVE FcCatWk(FcCatIdx, FcIdx) TO FcOut
                   STRING FcOut DELIMITED BY SIZE
                       INTO RptOutLine WITH POINTER FcPtr
               END-PERFORM
               MOVE FcRowTotal TO FcOut
               STRING '  ' FcOut DELIMITED BY SIZE
                   INTO RptOutLine WITH POINTER FcPtr
               PERFORM EmitReportLine
           END-PERFORM
           IF FcCatCount = 0
               MOVE '  (nothing due in the window)' TO RptOutLine
               PERFORM EmitReportLine
           END-IF.

      *    Control-total trailer: the last record of <vault>.csv
      *    balances the file the way our other master files are
      *    balanced -
      *      CTRL,<entries 6-12>,<operators 14-18>,
      *      <custom fields 20-26>,<identifier hash 28-42>,
      *      <written 44-57>
      *    The hash total is the sum, over every entry record, of
      *    each encrypted-identifier character's ordinal times its
      *    position. Every write takes the vault lock, and taking it
      *    balances the file against the trailer before anything is
      *    changed; a release after this program has rewritten the
      *    vault re-establishes the trailer. Only an edit made
      *    outside this program leaves the file out of balance.
       CountVaultControls.
           MOVE 'N' TO VcOpenOk
           MOVE 'N' TO VcFound
           MOVE 'N' TO VcLast
           MOVE 0 TO VcCtlCount
           MOVE 0 TO VcEntries
           MOVE 0 TO VcOpers
           MOVE 0 TO VcFields
           MOVE 0 TO VcHash
           MOVE 0 TO VcStEntries
           MOVE 0 TO VcStOpers
           MOVE 0 TO VcStFields
           MOVE 0 TO VcStHash
           MOVE SPACES TO VcStStamp
           OPEN INPUT PswFile
           IF FileStatus NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO VcOpenOk
           MOVE 'N' TO VcEOF
           PERFORM UNTIL VcEOF = 'Y'
               READ PswFile INTO VcLine
                   AT END
                       MOVE 'Y' TO VcEOF
                   NOT AT END
                       MOVE 'N' TO VcLast
                       EVALUATE TRUE
                           WHEN VcLine(1:1) = '"' AND
                                   VcLine(222:1) = '"'
                               ADD 1 TO VcEntries
                               PERFORM VARYING VcPos FROM 1 BY 1
                                       UNTIL VcPos > 50
                                   COMPUTE VcHash = VcHash +
                                       FUNCTION ORD(
                                           VcLine(VcPos + 1:1))
                                       * VcPos
                               END-PERFORM
                           WHEN VcLine(1:5) = 'OPER,'
                               ADD 1 TO VcOpers
                           WHEN VcLine(1:1) = '+' AND
                                   VcLine(170:1) = '"'
                               ADD 1 TO VcFields
                           WHEN VcLine(1:5) = 'CTRL,'
                               ADD 1 TO VcCtlCount
                               MOVE 'Y' TO VcFound
                               MOVE 'Y' TO VcLast
                               PERFORM ParseVaultControl
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PswFile.

       ParseVaultControl.
           MOVE 0 TO VcStEntries
           MOVE 0 TO VcStOpers
           MOVE 0 TO VcStFields
           MOVE 0 TO VcStHash
           MOVE VcLine(44:14) TO VcStStamp
           IF VcLine(6:7) IS NUMERIC
               MOVE VcLine(6:7) TO VcStEntries
           END-IF
           IF VcLine(14:5) IS NUMERIC
               MOVE VcLine(14:5) TO VcStOpers
           END-IF
           IF VcLine(20:7) IS NUMERIC
               MOVE VcLine(20:7) TO VcStFields
           END-IF
           IF VcLine(28:15) IS NUMERIC
               MOVE VcLine(28:15) TO VcStHash
           END-IF.

      *    Recounts the vault and rewrites it with a fresh trailer
      *    unless the one on file is already single, last and in
      *    balance. Skipped when the vault cannot be opened here
      *    (a caller still holding it open, or a read-only session).
       RefreshVaultControl.
           IF ReadOnlySession = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM CountVaultControls
           IF VcOpenOk NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF VcFound = 'Y' AND VcLast = 'Y' AND VcCtlCount = 1 AND
                   VcStEntries = VcEntries AND
                   VcStOpers = VcOpers AND
                   VcStFields = VcFields AND
                   VcStHash = VcHash
               EXIT PARAGRAPH
           END-IF

           MOVE TmpFileName TO VcSaveTmp
           MOVE SPACES TO TmpFileName
           STRING
               FUNCTION TRIM(VaultFileName)
               '.ctl.tmp'
               DELIMITED BY SIZE
               INTO TmpFileName
           OPEN INPUT PswFile
           IF FileStatus NOT = '00'
               MOVE VcSaveTmp TO TmpFileName
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TmpFile
           IF TmpFileStatus NOT = '00'
               CLOSE PswFile
               MOVE VcSaveTmp TO TmpFileName
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO VcEOF
           PERFORM UNTIL VcEOF = 'Y'
               READ PswFile INTO VcLine
                   AT END
                       MOVE 'Y' TO VcEOF
                   NOT AT END
                       IF VcLine(1:5) NOT = 'CTRL,'
                           MOVE VcLine TO TmpRecord
                           WRITE TmpRecord
                       END-IF
               END-READ
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE TO VcNow
           MOVE SPACES TO VcLine
           STRING
               'CTRL,'
               VcEntries
               ','
               VcOpers
               ','
               VcFields
               ','
               VcHash
               ','
               VcNow(1:14)
               DELIMITED BY SIZE
               INTO VcLine
           MOVE VcLine TO TmpRecord
           WRITE TmpRecord
           CLOSE PswFile
           CLOSE TmpFile

           MOVE SPACES TO SYSTEM-COMMAND
           STRING
               'mv '
               FUNCTION TRIM(TmpFileName)
               ' '
               FUNCTION TRIM(VaultFileName)
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE VcSaveTmp TO TmpFileName.

      *    Balancing, run as each write takes the vault lock and by
      *    the integrity check at open. Once a vault has carried a
      *    trailer it is marked CONTROLTRAILER=1 in its settings
      *    file, and from then on a missing trailer is itself out of
      *    balance; a vault written before the trailer existed has
      *    one established by its first write. The trailer must be
      *    single, last and agree on every total. Any difference is
      *    listed to <vault>_control_recon.txt and on screen and
      *    audited as CONTROL/MISMATCH; the trailer is re-established
      *    only when this program next rewrites the vault.
       BalanceVaultControl.
           MOVE 'N' TO VcMismatch
           PERFORM CountVaultControls
           IF VcOpenOk NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF VcFound = 'Y'
               PERFORM MarkVaultControlled
           ELSE
               PERFORM ReadControlMarker
               IF VcControlled NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF VcFound = 'Y' AND VcLast = 'Y' AND
                   VcStEntries = VcEntries AND
                   VcStOpers = VcOpers AND
                   VcStFields = VcFields AND
                   VcStHash = VcHash AND
                   VcCtlCount = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO VcMismatch
      *    The same difference is listed once per run, not again at
      *    every lock taken before the vault is next rewritten.
           MOVE SPACES TO VcSig
           STRING
               FUNCTION TRIM(VaultFileName) ','
               VcFound VcLast VcCtlCount ','
               VcEntries VcOpers VcFields VcHash ','
               VcStEntries VcStOpers VcStFields VcStHash
               DELIMITED BY SIZE
               INTO VcSig
           IF VcSig = VcSigShown
               EXIT PARAGRAPH
           END-IF
           MOVE VcSig TO VcSigShown

           MOVE SPACES TO VcReconName
           STRING
               FUNCTION TRIM(VaultName)
               '_control_recon.txt'
               DELIMITED BY SIZE
               INTO VcReconName
           MOVE VcReconName TO SegFileName
           OPEN EXTEND SegFile
           IF SegFileStatus NOT = '00'
               OPEN OUTPUT SegFile
           END-IF
           MOVE FUNCTION CURRENT-DATE TO VcNow
           MOVE SPACES TO VcLine
           STRING
               'CONTROL TOTALS OUT OF BALANCE - '
               FUNCTION TRIM(VaultFileName)
               ' at '
               VcNow(1:8) ' ' VcNow(9:6)
               DELIMITED BY SIZE
               INTO VcLine
           PERFORM EmitReconLine
           MOVE SPACES TO VcLine
           IF VcFound = 'Y'
               STRING
                   'Control record last written '
                   VcStStamp(1:8) ' ' VcStStamp(9:6)
                   DELIMITED BY SIZE
                   INTO VcLine
           ELSE
               MOVE 'Control record MISSING from a controlled vault'
                   TO VcLine
           END-IF
           PERFORM EmitReconLine
           IF VcFound = 'Y' AND VcLast NOT = 'Y'
               MOVE 'Control record is not the last record'
                   TO VcLine
               PERFORM EmitReconLine
           END-IF
           MOVE SPACES TO VcLine
           MOVE 'Total' TO VcLine(1:24)
           MOVE '        Control' TO VcLine(25:15)
           MOVE '         Actual' TO VcLine(41:15)
           MOVE '      Difference' TO VcLine(57:16)
           PERFORM EmitReconLine
           MOVE 'Entry records' TO VcLabel
           MOVE VcStEntries TO VcCtlNum
           MOVE VcEntries TO VcActNum
           PERFORM EmitReconTotal
           MOVE 'Operator records' TO VcLabel
           MOVE VcStOpers TO VcCtlNum
           MOVE VcOpers TO VcActNum
           PERFORM EmitReconTotal
           MOVE 'Custom-field records' TO VcLabel
           MOVE VcStFields TO VcCtlNum
           MOVE VcFields TO VcActNum
           PERFORM EmitReconTotal
           MOVE 'Identifier hash total' TO VcLabel
           MOVE VcStHash TO VcCtlNum
           MOVE VcHash TO VcActNum
           PERFORM EmitReconTotal
           IF VcCtlCount > 1
               MOVE VcCtlCount TO VcActOut
               MOVE SPACES TO VcLine
               STRING
                   'Control records found: '
                   FUNCTION TRIM(VcActOut)
                   DELIMITED BY SIZE
                   INTO VcLine
               PERFORM EmitReconLine
           END-IF
           MOVE SPACES TO VcLine
           PERFORM EmitReconLine
           CLOSE SegFile
           DISPLAY 'Reconciliation listing appended to '
               FUNCTION TRIM(VcReconName)

           MOVE 'CONTROL' TO AuditAction
           MOVE VaultName TO AuditIdentifier
           MOVE 'MISMATCH' TO AuditOutcome
           MOVE SPACES TO AuditReason
           IF VcFound NOT = 'Y'
               MOVE 'trailer missing' TO AuditReason
           END-IF
           IF VcFound = 'Y' AND VcLast NOT = 'Y'
               MOVE 'trailer not last' TO AuditReason
           END-IF
           MOVE VcStEntries TO VcCtlOut
           MOVE VcEntries TO VcActOut
           STRING
               FUNCTION TRIM(AuditReason)
               ' entries ' FUNCTION TRIM(VcCtlOut)
               '/' FUNCTION TRIM(VcActOut)
               DELIMITED BY SIZE
               INTO AuditReason
           MOVE VcStOpers TO VcCtlOut
           MOVE VcOpers TO VcActOut
           STRING
               FUNCTION TRIM(AuditReason)
               ' operators ' FUNCTION TRIM(VcCtlOut)
               '/' FUNCTION TRIM(VcActOut)
               DELIMITED BY SIZE
               INTO AuditReason
           MOVE VcStFields TO VcCtlOut
           MOVE VcFields TO VcActOut
           STRING
               FUNCTION TRIM(AuditReason)
               ' fields ' FUNCTION TRIM(VcCtlOut)
               '/' FUNCTION TRIM(VcActOut)
               DELIMITED BY SIZE
               INTO AuditReason
           IF VcStHash NOT = VcHash
               STRING
                   FUNCTION TRIM(AuditReason)
                   ' hash differs'
                   DELIMITED BY SIZE
                   INTO AuditReason
           END-IF
           PERFORM WriteAuditLog.

      *    Reads the CONTROLTRAILER marker straight from the
      *    settings file, so the answer never depends on what this
      *    session happened to load.
       ReadControlMarker.
           MOVE 'N' TO VcControlled
           MOVE SPACES TO VcMarkName
           STRING
               FUNCTION TRIM(VaultName)
               '_settings.dat'
               DELIMITED BY SIZE
               INTO VcMarkName
           MOVE VcMarkName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO VcEOF
           PERFORM UNTIL VcEOF = 'Y'
               READ SegFile INTO VcLine
                   AT END
                       MOVE 'Y' TO VcEOF
                   NOT AT END
                       IF VcLine(1:16) = 'CONTROLTRAILER=1'
                           MOVE 'Y' TO VcControlled
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SegFile.

       MarkVaultControlled.
           IF ReadOnlySession = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM ReadControlMarker
           IF VcControlled = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE VcMarkName TO SegFileName
           OPEN EXTEND SegFile
           IF SegFileStatus NOT = '00'
               OPEN OUTPUT SegFile
           END-IF
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'CONTROLTRAILER=1' TO SegRecord
           WRITE SegRecord
           CLOSE SegFile
           MOVE 'Y' TO VcControlled.

       EmitReconTotal.
           MOVE VcCtlNum TO VcCtlOut
           MOVE VcActNum TO VcActOut
           COMPUTE VcDiff = VcActNum - VcCtlNum
           MOVE VcDiff TO VcDiffOut
           MOVE SPACES TO VcLine
           MOVE VcLabel TO VcLine(1:24)
           MOVE VcCtlOut TO VcLine(25:15)
           MOVE VcActOut TO VcLine(41:15)
           MOVE VcDiffOut TO VcLine(57:16)
           PERFORM EmitReconLine.

       EmitReconLine.
           DISPLAY FUNCTION TRIM(VcLine TRAILING)
           MOVE VcLine TO SegRecord
           WRITE SegRecord.

      *    One-time recovery codes handed out by 2FA consoles ride
      *    with the entry as reserved continuation fields, encrypted
      *    under the entry's own record salt the way the TOTP secret
      *    is: one record per code, named #RCODE while unused and
      *    renamed #RCUSED once revealed. Like #OWNER they follow the
      *    entry through rename, split, trash and undo.
       RecoveryCodeScreen.
           DISPLAY 'Identifier:'
           ACCEPT Identifier
           CALL 'Encrypt'
               USING
                   Identifier
                   MainPassword
                   EncSearchId
           PERFORM FetchEntryRecord
           IF FetchFound NOT = 'Y'
               DISPLAY 'No such entry in the vault.'
               EXIT PARAGRAPH
           END-IF
           PERFORM ParseEntryRecord
           MOVE MainPassword TO CipherKey
           MOVE ReadSalt TO CipherSalt
           MOVE ReadCategory TO CipherText
           PERFORM DecryptSecret
           MOVE CipherText TO CategoryWork
           PERFORM CheckViewAccess
           IF ViewAccessOk NOT = 'Y'
               DISPLAY
                   'Your operator access does not cover this'
                   ' entry.'
               EXIT PARAGRAPH
           END-IF
           MOVE EncSearchId TO RcEncId
           MOVE Identifier TO RcIdent
           PERFORM CountEntryRecoveryCodes
           MOVE RcUnused TO RcOut
           MOVE RcTotal TO RcOut2
           DISPLAY 'Recovery codes for ' FUNCTION TRIM(RcIdent)
               ': ' FUNCTION TRIM(RcOut) ' unused of '
               FUNCTION TRIM(RcOut2)
           DISPLAY
               'L) Load a new code sheet  R) Reveal and use one'
               '  enter) back'
           ACCEPT RcChoice
           MOVE FUNCTION UPPER-CASE(RcChoice) TO RcChoice
           EVALUATE RcChoice
               WHEN 'L'
                   PERFORM LoadRecoveryCodes
               WHEN 'R'
                   PERFORM ConsumeRecoveryCode
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Counts the #RCODE / #RCUSED records of the entry in
      *    RcEncId into RcUnused and RcTotal. Reads through SegFile
      *    so the view can call it mid-pass on PswFile.
       CountEntryRecoveryCodes.
           MOVE 0 TO RcUnused
           MOVE 0 TO RcTotal
           MOVE VaultFileName TO SegFileName
           MOVE 'N' TO RcEOF
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RcEOF = 'Y'
               READ SegFile INTO TempRecord
                   AT END
                       MOVE 'Y' TO RcEOF
                   NOT AT END
                       IF TempRecord(1:1) = '+' AND
                               TempRecord(3:50) = RcEncId
                           MOVE TempRecord(56:50) TO FieldName
                           MOVE TempRecord(109:50) TO FieldValue
                           MOVE TempRecord(162:8) TO FieldSalt
                           PERFORM DecryptFieldRecord
                           EVALUATE FUNCTION TRIM(FieldName)
                               WHEN '#RCODE'
                                   ADD 1 TO RcUnused
                                   ADD 1 TO RcTotal
                               WHEN '#RCUSED'
                                   ADD 1 TO RcTotal
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SegFile.

      *    A fresh sheet replaces the old one outright: used and
      *    unused codes are dropped and the new codes written in
      *    one locked rewrite.
       LoadRecoveryCodes.
           PERFORM CheckWriteAccess
           IF WriteAllowed NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckEditAccess
           IF EditAccessOk NOT = 'Y'
               DISPLAY
                   'Your operator access does not allow changes to'
                   ' this entry.'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RcSheet
           MOVE 0 TO RcSheetCount
           MOVE 'N' TO RcDone
           DISPLAY 'Enter the codes one per line (up to 16, enter'
               ' to finish):'
           PERFORM UNTIL RcDone = 'Y' OR RcSheetCount >= 16
               MOVE SPACES TO RcCode
               ACCEPT RcCode
               IF FUNCTION TRIM(RcCode) = ''
                   MOVE 'Y' TO RcDone
               ELSE
                   ADD 1 TO RcSheetCount
                   MOVE FUNCTION TRIM(RcCode)
                       TO RcSheetCode(RcSheetCount)
               END-IF
           END-PERFORM
           IF RcSheetCount = 0
               DISPLAY 'No codes entered; sheet left unchanged.'
               EXIT PARAGRAPH
           END-IF

           MOVE 2 TO FieldOpCount
           MOVE '#RCUSED' TO FieldOpName(1)
           MOVE SPACES TO FieldOpValue(1)
           MOVE 'Y' TO FieldOpDelete(1)
           MOVE '#RCODE' TO FieldOpName(2)
           MOVE SPACES TO FieldOpValue(2)
           MOVE 'Y' TO FieldOpDelete(2)
           PERFORM VARYING RcIdx FROM 1 BY 1
                   UNTIL RcIdx > RcSheetCount
               ADD 1 TO FieldOpCount
               MOVE '#RCODE' TO FieldOpName(FieldOpCount)
               MOVE RcSheetCode(RcIdx) TO FieldOpValue(FieldOpCount)
               MOVE 'N' TO FieldOpDelete(FieldOpCount)
           END-PERFORM
           MOVE RcEncId TO EncSearchId
           PERFORM ApplyFieldOps
           MOVE 0 TO FieldOpCount
           MOVE SPACES TO RcSheet

           MOVE RcSheetCount TO RcOut
           DISPLAY FUNCTION TRIM(RcOut) ' recovery code(s) stored.'
           MOVE 'RCODES' TO AuditAction
           MOVE RcIdent TO AuditIdentifier
           MOVE 'LOADED' TO AuditOutcome
           MOVE SPACES TO AuditReason
           STRING
               FUNCTION TRIM(RcOut)
               ' codes'
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog
           MOVE SPACES TO AuditReason.

      *    Reveals the first unused code of the entry in RcEncId and
      *    marks it used in the same locked rewrite, so a code can
      *    never be handed out twice.
       ConsumeRecoveryCode.
           PERFORM CheckWriteAccess
           IF WriteAllowed NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RcCode
           MOVE 0 TO RcLeft
           MOVE 'N' TO RcDone
           MOVE 'N' TO EOF
           PERFORM AcquireVaultLock
           IF LockAcquired NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PswFile
           IF FileStatus NOT = '00'
               CLOSE PswFile
               PERFORM ReleaseVaultLock
               DISPLAY 'Error opening vault.'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TmpFile
           PERFORM UNTIL EOF = 'Y'
               READ PswFile INTO PswRecord
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE PswRecord TO TmpRecord
                       IF PswRecord(1:1) = '+' AND
                               PswRecord(3:50) = RcEncId
                           PERFORM ParseFieldRecord
                           PERFORM DecryptFieldRecord
                           IF FUNCTION TRIM(FieldName) = '#RCODE'
                               IF RcDone = 'Y'
                                   ADD 1 TO RcLeft
                               ELSE
                                   MOVE 'Y' TO RcDone
                                   MOVE FieldValue TO RcCode
                                   MOVE '#RCUSED' TO FieldName
                                   MOVE RcEncId TO EncSearchId
                                   PERFORM BuildFieldRecord
                                   MOVE TempRecord TO TmpRecord
                               END-IF
                           END-IF
                       END-IF
                       WRITE TmpRecord
               END-READ
           END-PERFORM
           CLOSE PswFile
           CLOSE TmpFile

           IF RcDone NOT = 'Y'
               PERFORM ReleaseVaultLock
               DISPLAY 'No unused recovery codes left for '
                   FUNCTION TRIM(RcIdent) '.'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SYSTEM-COMMAND
           STRING
               'mv '
               FUNCTION TRIM(TmpFileName)
               ' '
               FUNCTION TRIM(VaultFileName)
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE 'Y' TO VcRewritten
           PERFORM ReleaseVaultLock

           MOVE RcLeft TO RcOut
           DISPLAY 'Recovery code for ' FUNCTION TRIM(RcIdent)
               ': ' FUNCTION TRIM(RcCode)
           DISPLAY 'Code marked used; ' FUNCTION TRIM(RcOut)
               ' unused left.'
           IF RcLeft <= 2
               DISPLAY '  WARNING: load a new code sheet before'
                   ' the console runs out.'
           END-IF
           MOVE SPACES TO RcCode
           MOVE 'RCODE' TO AuditAction
           MOVE RcIdent TO AuditIdentifier
           MOVE 'CONSUMED' TO AuditOutcome
           MOVE SPACES TO AuditReason
           STRING
               FUNCTION TRIM(RcOut)
               ' unused left'
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog
           MOVE SPACES TO AuditReason.

      *    After a single-entry reveal the view offers the next
      *    unused recovery code. A search that matched several
      *    coded entries names none of them, so nothing is offered.
       OfferRecoveryCode.
           IF RcViewHits NOT = 1 OR RcViewUnused = 0
               EXIT PARAGRAPH
           END-IF
           IF OperatorRole = 'READONLY'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Reveal and use a recovery code for '
               FUNCTION TRIM(RcViewId) '? (Y/N)'
           ACCEPT RcChoice
           IF FUNCTION UPPER-CASE(RcChoice) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE RcViewEnc TO RcEncId
           MOVE RcViewId TO RcIdent
           PERFORM ConsumeRecoveryCode.

      *    Two passes over the vault tally recovery codes per entry
      *    for the health report and the metrics snapshot: the first
      *    gives a row to each entry that carries #RCODE/#RCUSED
      *    records, the second marks the rows whose entry is still
      *    in the vault. Entries holding a sheet with two or fewer
      *    unused codes are counted into RcLowCount; field records
      *    whose parent entry is gone are left to the orphan sweep.
       TallyRecoveryCodes.
           MOVE 0 TO RcTalCount
           MOVE 0 TO RcLowCount
           MOVE 'F' TO RcTalPass
           PERFORM TallyRecoveryPass
           MOVE 'E' TO RcTalPass
           PERFORM TallyRecoveryPass
           PERFORM VARYING RcTalIdx FROM 1 BY 1
                   UNTIL RcTalIdx > RcTalCount
               IF RcTalLive(RcTalIdx) = 'Y' AND
                       RcTalTotal(RcTalIdx) > 0 AND
                       RcTalUnused(RcTalIdx) <= 2
                   ADD 1 TO RcLowCount
               END-IF
           END-PERFORM.

       TallyRecoveryPass.
           MOVE VaultFileName TO SegFileName
           MOVE 'N' TO RcEOF
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RcEOF = 'Y'
               READ SegFile INTO TempRecord
                   AT END
                       MOVE 'Y' TO RcEOF
                   NOT AT END
                       IF TempRecord(1:1) = '"' AND RcTalPass = 'E'
                           MOVE TempRecord(2:50) TO RcEncId
                           PERFORM FindRecoveryTally
                           IF RcTalHit > 0
                               MOVE 'Y' TO RcTalLive(RcTalHit)
                           END-IF
                       END-IF
                       IF TempRecord(1:1) = '+' AND RcTalPass = 'F'
                           MOVE TempRecord(56:50) TO FieldName
                           MOVE TempRecord(109:50) TO FieldValue
                           MOVE TempRecord(162:8) TO FieldSalt
                           PERFORM DecryptFieldRecord
                           IF FUNCTION TRIM(FieldName) = '#RCODE' OR
                                   FUNCTION TRIM(FieldName) = '#RCUSED'
                               MOVE TempRecord(3:50) TO RcEncId
                               PERFORM FindRecoveryTally
                               IF RcTalHit > 0
                                   ADD 1 TO RcTalTotal(RcTalHit)
                                   IF FUNCTION TRIM(FieldName) =
                                           '#RCODE'
                                       ADD 1 TO RcTalUnused(RcTalHit)
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SegFile.

      *    Finds the tally row for RcEncId, adding one on the field
      *    pass only; RcTalHit is 0 when there is none (or once the
      *    table is full).
       FindRecoveryTally.
           MOVE 0 TO RcTalHit
           PERFORM VARYING RcTalIdx FROM 1 BY 1
                   UNTIL RcTalIdx > RcTalCount OR RcTalHit > 0
               IF RcTalEnc(RcTalIdx) = RcEncId
                   MOVE RcTalIdx TO RcTalHit
               END-IF
           END-PERFORM
           IF RcTalHit = 0 AND RcTalCount < 500 AND RcTalPass = 'F'
               ADD 1 TO RcTalCount
               MOVE RcTalCount TO RcTalHit
               MOVE RcEncId TO RcTalEnc(RcTalHit)
               MOVE 'N' TO RcTalLive(RcTalHit)
               MOVE 0 TO RcTalUnused(RcTalHit)
               MOVE 0 TO RcTalTotal(RcTalHit)
           END-IF.

       HealthRecoveryCodes.
           PERFORM TallyRecoveryCodes
           PERFORM VARYING RcTalIdx FROM 1 BY 1
                   UNTIL RcTalIdx > RcTalCount
               IF RcTalLive(RcTalIdx) = 'Y' AND
                       RcTalTotal(RcTalIdx) > 0 AND
                       RcTalUnused(RcTalIdx) <= 2
                   CALL 'Decrypt'
                       USING
                           RcTalEnc(RcTalIdx)
                           MainPassword
                           RcIdent
                   MOVE RcTalUnused(RcTalIdx) TO RcOut
                   MOVE SPACES TO RptOutLine
                   STRING
                       FUNCTION TRIM(RcIdent)
                       ': only '
                       FUNCTION TRIM(RcOut)
                       ' unused recovery code(s) left'
                       DELIMITED BY SIZE
                       INTO RptOutLine
                   PERFORM EmitReportLine
               END-IF
           END-PERFORM.

      *    Certificates, TLS keys and vendor API keys are ordinary
      *    entries with an inventory kind. The details ride in
      *    reserved continuation fields so they move with the entry:
      *      #KIND (CERT or KEY), #CISSUER, #CSUBJECT, #CSERIAL,
      *      #CALG, #CNOTAFTER (YYYYMMDD) and #CRENEW (renewal
      *      contact).
      *    Loads the details of the entry in CertEncId; CertFound is
      *    set when the entry carries a kind. Reads through SegFile.
       LoadCertDetails.
           MOVE SPACES TO CertKind
           MOVE SPACES TO CertIssuer
           MOVE SPACES TO CertSubject
           MOVE SPACES TO CertSerial
           MOVE SPACES TO CertAlg
           MOVE SPACES TO CertNotAfter
           MOVE SPACES TO CertContact
           MOVE 'N' TO CertFound
           MOVE VaultFileName TO SegFileName
           MOVE 'N' TO CertEOF
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CertEOF = 'Y'
               READ SegFile INTO TempRecord
                   AT END
                       MOVE 'Y' TO CertEOF
                   NOT AT END
                       IF TempRecord(1:1) = '+' AND
                               TempRecord(3:50) = CertEncId
                           MOVE TempRecord(56:50) TO FieldName
                           MOVE TempRecord(109:50) TO FieldValue
                           MOVE TempRecord(162:8) TO FieldSalt
                           PERFORM DecryptFieldRecord
                           EVALUATE FUNCTION TRIM(FieldName)
                               WHEN '#KIND'
                                   MOVE FieldValue TO CertKind
                                   MOVE 'Y' TO CertFound
                               WHEN '#CISSUER'
                                   MOVE FieldValue TO CertIssuer
                               WHEN '#CSUBJECT'
                                   MOVE FieldValue TO CertSubject
                               WHEN '#CSERIAL'
                                   MOVE FieldValue TO CertSerial
                               WHEN '#CALG'
                                   MOVE FieldValue TO CertAlg
                               WHEN '#CNOTAFTER'
                                   MOVE FieldValue TO CertNotAfter
                               WHEN '#CRENEW'
                                   MOVE FieldValue TO CertContact
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SegFile.

      *    Takes the kind answer already prompted for by the caller
      *    and, for C or K, collects the details; the current values
      *    (blank on an add) are kept wherever enter is pressed. "-"
      *    turns a certificate entry back into a plain one.
      *    CertCaptured says whether SetCertDetails has work to do.
       AcceptCertDetails.
           MOVE 'N' TO CertCaptured
           ACCEPT CertAnswer
           MOVE FUNCTION UPPER-CASE(CertAnswer) TO CertAnswer
           EVALUATE FUNCTION TRIM(CertAnswer)
               WHEN 'C'
                   MOVE 'CERT' TO CertKind
               WHEN 'K'
                   MOVE 'KEY' TO CertKind
               WHEN '-'
                   IF CertFound = 'Y'
                       MOVE SPACES TO CertKind
                       MOVE 'Y' TO CertCaptured
                   END-IF
                   EXIT PARAGRAPH
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 'Y' TO CertCaptured
           DISPLAY 'Issuer [' FUNCTION TRIM(CertIssuer) ']:'
           MOVE SPACES TO CertAnswer
           ACCEPT CertAnswer
           IF FUNCTION TRIM(CertAnswer) NOT = ''
               MOVE CertAnswer TO CertIssuer
           END-IF
           DISPLAY 'Subject [' FUNCTION TRIM(CertSubject) ']:'
           MOVE SPACES TO CertAnswer
           ACCEPT CertAnswer
           IF FUNCTION TRIM(CertAnswer) NOT = ''
               MOVE CertAnswer TO CertSubject
           END-IF
           DISPLAY 'Serial number [' FUNCTION TRIM(CertSerial) ']:'
           MOVE SPACES TO CertAnswer
           ACCEPT CertAnswer
           IF FUNCTION TRIM(CertAnswer) NOT = ''
               MOVE CertAnswer TO CertSerial
           END-IF
           DISPLAY 'Key algorithm [' FUNCTION TRIM(CertAlg) ']:'
           MOVE SPACES TO CertAnswer
           ACCEPT CertAnswer
           IF FUNCTION TRIM(CertAnswer) NOT = ''
               MOVE CertAnswer TO CertAlg
           END-IF
           MOVE 'N' TO CertDateOk
           PERFORM UNTIL CertDateOk = 'Y'
               DISPLAY 'Not-after date YYYYMMDD ['
                   FUNCTION TRIM(CertNotAfter) ']:'
               MOVE SPACES TO CertAnswer
               ACCEPT CertAnswer
               IF FUNCTION TRIM(CertAnswer) = ''
                   MOVE 'Y' TO CertDateOk
               ELSE
                   IF CertAnswer(1:8) IS NUMERIC AND
                           CertAnswer(9:42) = SPACES
                       IF FUNCTION TEST-DATE-YYYYMMDD(
                               FUNCTION NUMVAL(CertAnswer(1:8))) = 0
                           MOVE CertAnswer(1:8) TO CertNotAfter
                           MOVE 'Y' TO CertDateOk
                       END-IF
                   END-IF
                   IF CertDateOk NOT = 'Y'
                       DISPLAY 'Not a valid date; use YYYYMMDD.'
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY 'Renewal contact [' FUNCTION TRIM(CertContact)
               ']:'
           MOVE SPACES TO CertAnswer
           ACCEPT CertAnswer
           IF FUNCTION TRIM(CertAnswer) NOT = ''
               MOVE CertAnswer TO CertContact
           END-IF.

      *    Writes the captured details against the entry in
      *    CertEncId in one field rewrite; a blank kind removes
      *    them all.
       SetCertDetails.
           MOVE 0 TO FieldOpCount
           MOVE '#KIND' TO FieldName
           MOVE CertKind TO FieldValue
           PERFORM AddCertFieldOp
           MOVE '#CISSUER' TO FieldName
           MOVE CertIssuer TO FieldValue
           PERFORM AddCertFieldOp
           MOVE '#CSUBJECT' TO FieldName
           MOVE CertSubject TO FieldValue
           PERFORM AddCertFieldOp
           MOVE '#CSERIAL' TO FieldName
           MOVE CertSerial TO FieldValue
           PERFORM AddCertFieldOp
           MOVE '#CALG' TO FieldName
           MOVE CertAlg TO FieldValue
           PERFORM AddCertFieldOp
           MOVE '#CNOTAFTER' TO FieldName
           MOVE CertNotAfter TO FieldValue
           PERFORM AddCertFieldOp
           MOVE '#CRENEW' TO FieldName
           MOVE CertContact TO FieldValue
           PERFORM AddCertFieldOp
           MOVE CertEncId TO EncSearchId
           PERFORM ApplyFieldOps
           MOVE 0 TO FieldOpCount
           MOVE 'N' TO CertCaptured
           IF CertKind = SPACES
               DISPLAY 'Certificate details removed.'
           ELSE
               DISPLAY 'Certificate details recorded.'
           END-IF.

       AddCertFieldOp.
           ADD 1 TO FieldOpCount
           MOVE FieldName TO FieldOpName(FieldOpCount)
           IF CertKind = SPACES OR FUNCTION TRIM(FieldValue) = ''
               MOVE SPACES TO FieldOpValue(FieldOpCount)
               MOVE 'Y' TO FieldOpDelete(FieldOpCount)
           ELSE
               MOVE FieldValue TO FieldOpValue(FieldOpCount)
               MOVE 'N' TO FieldOpDelete(FieldOpCount)
           END-IF.

      *    Shown under the password on a reveal.
       ShowCertDetails.
           MOVE SavedEncId TO CertEncId
           PERFORM LoadCertDetails
           IF CertFound NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Inventory kind ' FUNCTION TRIM(CertKind)
               ', not after ' CertNotAfter
               ', algorithm ' FUNCTION TRIM(CertAlg)
               ', renewal contact ' FUNCTION TRIM(CertContact)
           DISPLAY '  Subject ' FUNCTION TRIM(CertSubject)
               '; issuer ' FUNCTION TRIM(CertIssuer)
               '; serial ' FUNCTION TRIM(CertSerial).

      *    Two passes over the vault gather every certificate or key
      *    entry into CertTable: the first gives a row to each entry
      *    carrying certificate/key fields, the second marks the rows
      *    whose entry is still in the vault. Those with a not-after
      *    date are listed in CxOrder by date, soonest first.
       CollectCertInventory.
           MOVE FUNCTION CURRENT-DATE TO CurrentDate
           MOVE CurrentDate(1:8) TO TodayNum
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(TodayNum)
           MOVE 0 TO CxCount
           MOVE 0 TO CxListed
           MOVE 'F' TO CxPass
           PERFORM CollectCertPass
           MOVE 'E' TO CxPass
           PERFORM CollectCertPass
           PERFORM VARYING CxIdx FROM 1 BY 1 UNTIL CxIdx > CxCount
               IF CxLive(CxIdx) = 'Y' AND CxKind(CxIdx) NOT = SPACES
                       AND CxNotAfter(CxIdx) IS NUMERIC
                   ADD 1 TO CxListed
                   MOVE CxIdx TO CxOrder(CxListed)
               END-IF
           END-PERFORM
           PERFORM SortCertInventory.

       CollectCertPass.
           MOVE VaultFileName TO SegFileName
           MOVE 'N' TO CertEOF
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CertEOF = 'Y'
               READ SegFile INTO TempRecord
                   AT END
                       MOVE 'Y' TO CertEOF
                   NOT AT END
                       IF TempRecord(1:1) = '"' AND CxPass = 'E'
                           MOVE TempRecord(2:50) TO CertEncId
                           PERFORM FindCertRow
                           IF CxHit > 0
                               MOVE 'Y' TO CxLive(CxHit)
                           END-IF
                       END-IF
                       IF TempRecord(1:1) = '+' AND CxPass = 'F'
                           PERFORM CollectCertField
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SegFile.

       CollectCertField.
           MOVE TempRecord(56:50) TO FieldName
           MOVE TempRecord(109:50) TO FieldValue
           MOVE TempRecord(162:8) TO FieldSalt
           PERFORM DecryptFieldRecord
           IF FieldName(1:2) NOT = '#K' AND FieldName(1:2) NOT = '#C'
               EXIT PARAGRAPH
           END-IF
           MOVE TempRecord(3:50) TO CertEncId
           PERFORM FindCertRow
           IF CxHit = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(FieldName)
               WHEN '#KIND'
                   MOVE FieldValue TO CxKind(CxHit)
               WHEN '#CISSUER'
                   MOVE FieldValue TO CxIssuer(CxHit)
               WHEN '#CSUBJECT'
                   MOVE FieldValue TO CxSubject(CxHit)
               WHEN '#CSERIAL'
                   MOVE FieldValue TO CxSerial(CxHit)
               WHEN '#CALG'
                   MOVE FieldValue TO CxAlg(CxHit)
               WHEN '#CNOTAFTER'
                   MOVE FieldValue TO CxNotAfter(CxHit)
               WHEN '#CRENEW'
                   MOVE FieldValue TO CxContact(CxHit)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Finds the CertTable row for CertEncId, adding one on the
      *    field pass only; CxHit is 0 when there is none (or once
      *    the table is full).
       FindCertRow.
           MOVE 0 TO CxHit
           PERFORM VARYING CxIdx FROM 1 BY 1
                   UNTIL CxIdx > CxCount OR CxHit > 0
               IF CxEnc(CxIdx) = CertEncId
                   MOVE CxIdx TO CxHit
               END-IF
           END-PERFORM
           IF CxHit = 0 AND CxCount < 500 AND CxPass = 'F'
               ADD 1 TO CxCount
               MOVE CxCount TO CxHit
               MOVE SPACES TO CxRow(CxHit)
               MOVE CertEncId TO CxEnc(CxHit)
               MOVE 'N' TO CxLive(CxHit)
           END-IF.

       SortCertInventory.
           PERFORM VARYING CxIdx FROM 2 BY 1 UNTIL CxIdx > CxListed
               MOVE CxOrder(CxIdx) TO CxSwap
               MOVE CxIdx TO CxJ
               MOVE 'N' TO CxDone
               PERFORM UNTIL CxDone = 'Y'
                   IF CxJ < 2
                       MOVE 'Y' TO CxDone
                   ELSE
                       MOVE CxOrder(CxJ - 1) TO CxHit
                       IF CxNotAfter(CxHit) > CxNotAfter(CxSwap)
                           MOVE CxHit TO CxOrder(CxJ)
                           SUBTRACT 1 FROM CxJ
                       ELSE
                           MOVE 'Y' TO CxDone
                       END-IF
                   END-IF
               END-PERFORM
               MOVE CxSwap TO CxOrder(CxJ)
           END-PERFORM.

      *    Days from today to the not-after date of row CxHit.
       CertDaysLeft.
           MOVE CxNotAfter(CxHit) TO DateNum
           COMPUTE CxDays =
               FUNCTION INTEGER-OF-DATE(DateNum) - TodayInt.

       CountCertBuckets.
           MOVE 0 TO CxExpired
           MOVE 0 TO Cx30
           MOVE 0 TO Cx60
           MOVE 0 TO Cx90
           MOVE 0 TO CxNoDate
           PERFORM VARYING CxIdx FROM 1 BY 1 UNTIL CxIdx > CxCount
               IF CxLive(CxIdx) = 'Y' AND CxKind(CxIdx) NOT = SPACES
                       AND CxNotAfter(CxIdx) IS NOT NUMERIC
                   ADD 1 TO CxNoDate
               END-IF
           END-PERFORM
           PERFORM VARYING CxJ FROM 1 BY 1 UNTIL CxJ > CxListed
               MOVE CxOrder(CxJ) TO CxHit
               PERFORM CertDaysLeft
               EVALUATE TRUE
                   WHEN CxDays < 0
                       ADD 1 TO CxExpired
                   WHEN CxDays <= 30
                       ADD 1 TO Cx30
                   WHEN CxDays <= 60
                       ADD 1 TO Cx60
                   WHEN CxDays <= 90
                       ADD 1 TO Cx90
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      *    Expiry and renewal report: certificates and keys already
      *    past their not-after date, then those falling due within
      *    30, 60 and 90 days, then any recorded without a date.
       CertExpiryReport.
           MOVE 'CERTIFICATE EXPIRY REPORT' TO RptTitle
           MOVE SPACES TO RptParms
           PERFORM PromptReportOutput
           PERFORM CertExpiryScan
           PERFORM CloseReportOutput.

       CertExpiryScan.
           PERFORM CollectCertInventory
           PERFORM CountCertBuckets
           MOVE SPACES TO RptOutLine
           MOVE 'not-after' TO RptOutLine(3:10)
           MOVE '  days' TO RptOutLine(14:6)
           MOVE 'kind' TO RptOutLine(22:4)
           MOVE 'identifier' TO RptOutLine(27:30)
           MOVE 'algorithm' TO RptOutLine(58:15)
           MOVE 'renewal contact' TO RptOutLine(74:40)
           PERFORM EmitReportLine
           MOVE 'Already expired:' TO CxHeading
           MOVE -999999 TO CxLow
           MOVE -1 TO CxHigh
           PERFORM CertExpirySection
           MOVE 'Expiring within 30 days:' TO CxHeading
           MOVE 0 TO CxLow
           MOVE 30 TO CxHigh
           PERFORM CertExpirySection
           MOVE 'Expiring in 31-60 days:' TO CxHeading
           MOVE 31 TO CxLow
           MOVE 60 TO CxHigh
           PERFORM CertExpirySection
           MOVE 'Expiring in 61-90 days:' TO CxHeading
           MOVE 61 TO CxLow
           MOVE 90 TO CxHigh
           PERFORM CertExpirySection

           MOVE SPACES TO RptOutLine
           PERFORM EmitReportLine
           MOVE 'No not-after date recorded:' TO RptOutLine
           PERFORM EmitReportLine
           MOVE 0 TO CxShown
           PERFORM VARYING CxIdx FROM 1 BY 1 UNTIL CxIdx > CxCount
               IF CxLive(CxIdx) = 'Y' AND CxKind(CxIdx) NOT = SPACES
                       AND CxNotAfter(CxIdx) IS NOT NUMERIC
                   MOVE CxIdx TO CxHit
                   MOVE 0 TO CxDays
                   PERFORM CertExpiryLine
                   ADD 1 TO CxShown
               END-IF
           END-PERFORM
           IF CxShown = 0
               MOVE '  (none)' TO RptOutLine
               PERFORM EmitReportLine
           END-IF

           MOVE SPACES TO RptOutLine
           PERFORM EmitReportLine
           MOVE SPACES TO RptOutLine
           MOVE CxExpired TO CxOut
           STRING
               'Expired: ' FUNCTION TRIM(CxOut)
               DELIMITED BY SIZE
               INTO RptOutLine
           MOVE Cx30 TO CxOut
           STRING
               FUNCTION TRIM(RptOutLine)
               '  30 days: ' FUNCTION TRIM(CxOut)
               DELIMITED BY SIZE
               INTO RptOutLine
           MOVE Cx60 TO CxOut
           STRING
               FUNCTION TRIM(RptOutLine)
               '  60 days: ' FUNCTION TRIM(CxOut)
               DELIMITED BY SIZE
               INTO RptOutLine
           MOVE Cx90 TO CxOut
           STRING
               FUNCTION TRIM(RptOutLine)
               '  90 days: ' FUNCTION TRIM(CxOut)
               DELIMITED BY SIZE
               INTO RptOutLine
           MOVE CxNoDate TO CxOut
           STRING
               FUNCTION TRIM(RptOutLine)
               '  undated: ' FUNCTION TRIM(CxOut)
               DELIMITED BY SIZE
               INTO RptOutLine
           PERFORM EmitReportLine.

       CertExpirySection.
           MOVE SPACES TO RptOutLine
           PERFORM EmitReportLine
           MOVE CxHeading TO RptOutLine
           PERFORM EmitReportLine
           MOVE 0 TO CxShown
           PERFORM VARYING CxJ FROM 1 BY 1 UNTIL CxJ > CxListed
               MOVE CxOrder(CxJ) TO CxHit
               PERFORM CertDaysLeft
               IF CxDays >= CxLow AND CxDays <= CxHigh
                   PERFORM CertExpiryLine
                   ADD 1 TO CxShown
               END-IF
           END-PERFORM
           IF CxShown = 0
               MOVE '  (none)' TO RptOutLine
               PERFORM EmitReportLine
           END-IF.

      *    Two report lines for row CxHit (CxDays already set).
       CertExpiryLine.
           CALL 'Decrypt'
               USING
                   CxEnc(CxHit)
                   MainPassword
                   CxIdent
           MOVE SPACES TO CxDateOut
           IF CxNotAfter(CxHit) IS NUMERIC
               STRING
                   CxNotAfter(CxHit)(1:4) '-'
                   CxNotAfter(CxHit)(5:2) '-'
                   CxNotAfter(CxHit)(7:2)
                   DELIMITED BY SIZE
                   INTO CxDateOut
           END-IF
           MOVE SPACES TO RptOutLine
           MOVE CxDateOut TO RptOutLine(3:10)
           IF CxNotAfter(CxHit) IS NUMERIC
               MOVE CxDays TO CxDaysOut
               MOVE CxDaysOut TO RptOutLine(14:6)
           END-IF
           MOVE CxKind(CxHit) TO RptOutLine(22:4)
           MOVE CxIdent TO RptOutLine(27:30)
           MOVE CxAlg(CxHit) TO RptOutLine(58:15)
           MOVE CxContact(CxHit) TO RptOutLine(74:40)
           PERFORM EmitReportLine
           MOVE SPACES TO RptOutLine
           STRING
               '      subject ' FUNCTION TRIM(CxSubject(CxHit))
               '; issuer ' FUNCTION TRIM(CxIssuer(CxHit))
               '; serial ' FUNCTION TRIM(CxSerial(CxHit))
               DELIMITED BY SIZE
               INTO RptOutLine
           PERFORM EmitReportLine.

      *    Nightly step: every certificate or key expired or due
      *    within 30 days gets its own WARN line in the run log,
      *    then one summary line with the 30/60/90-day counts.
       NightlyCertExpiry.
           PERFORM CollectCertInventory
           PERFORM CountCertBuckets
           MOVE 'CERTEXPIRY' TO NightlyStep
           PERFORM VARYING CxJ FROM 1 BY 1 UNTIL CxJ > CxListed
               MOVE CxOrder(CxJ) TO CxHit
               PERFORM CertDaysLeft
               IF CxDays <= 30
                   CALL 'Decrypt'
                       USING
                           CxEnc(CxHit)
                           MainPassword
                           CxIdent
                   MOVE 'WARN' TO NightlyResult
                   MOVE SPACES TO NightlyDetail
                   IF CxDays < 0
                       STRING
                           'expired ' CxNotAfter(CxHit) ' '
                           FUNCTION TRIM(CxIdent)
                           DELIMITED BY SIZE
                           INTO NightlyDetail
                   ELSE
                       STRING
                           'expires ' CxNotAfter(CxHit) ' '
                           FUNCTION TRIM(CxIdent)
                           DELIMITED BY SIZE
                           INTO NightlyDetail
                   END-IF
                   PERFORM WriteNightlyLog
               END-IF
           END-PERFORM
           IF CxExpired + Cx30 > 0
               MOVE 'WARN' TO NightlyResult
           ELSE
               MOVE 'PASS' TO NightlyResult
           END-IF
           MOVE SPACES TO NightlyDetail
           MOVE CxExpired TO CxOut
           STRING
               FUNCTION TRIM(CxOut) ' expired'
               DELIMITED BY SIZE
               INTO NightlyDetail
           MOVE Cx30 TO CxOut
           STRING
               FUNCTION TRIM(NightlyDetail)
               ', ' FUNCTION TRIM(CxOut) ' <=30d'
               DELIMITED BY SIZE
               INTO NightlyDetail
           MOVE Cx60 TO CxOut
           STRING
               FUNCTION TRIM(NightlyDetail)
               ', ' FUNCTION TRIM(CxOut) ' <=60d'
               DELIMITED BY SIZE
               INTO NightlyDetail
           MOVE Cx90 TO CxOut
           STRING
               FUNCTION TRIM(NightlyDetail)
               ', ' FUNCTION TRIM(CxOut) ' <=90d'
               DELIMITED BY SIZE
               INTO NightlyDetail
           PERFORM WriteNightlyLog.

      *    Audit feed for the security operations centre. Every
      *    audit line not yet shipped - in the sealed archives (in
      *    catalog order) and then the live log - is rewritten as a
      *    syslog-framed CEF record and appended to the outbound
      *    spool. Lines are counted from the first line of the
      *    oldest archive; the checkpoint file keeps the count and
      *    the chain checksum of the last line dealt with, so a
      *    close-out between runs neither repeats nor skips a line.
      *    The chain is recomputed from the start on every run: a
      *    line whose checksum does not verify (or that carries
      *    none) is not shipped but written to the rejects file.
      *    If the line at the checkpoint no longer carries the
      *    checksum recorded there, the trail has been rewritten
      *    since the last run and nothing is shipped at all.
      *    No master password is needed - the audit log is not
      *    ciphertext.
      *    Usage: vaultapp --siem <vault> [spoolfile]
      *    Return code 0 clean, 4 lines refused, 8 checkpoint
      *    mismatch.
       BatchSiemFeed.
           MOVE 'Y' TO BatchMode
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT VaultName FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO VaultName
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           MOVE SPACES TO SiemSpoolName
           ACCEPT SiemSpoolName FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO SiemSpoolName
           END-ACCEPT
           IF FUNCTION TRIM(VaultName) = ''
               DISPLAY 'Usage: vaultapp --siem <vault> [spoolfile]'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM ValidateVaultName
           IF ValidName NOT = 'Y'
               DISPLAY
                   'Error: vault name may only contain letters,'
                   ' digits, "-" and "_".'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(SiemSpoolName) = ''
               STRING
                   FUNCTION TRIM(VaultName)
                   '_siem.spool'
                   DELIMITED BY SIZE
                   INTO SiemSpoolName
           END-IF
           MOVE SPACES TO SiemCkptName
           STRING
               FUNCTION TRIM(VaultName)
               '_siem.ckpt'
               DELIMITED BY SIZE
               INTO SiemCkptName
           MOVE SPACES TO SiemRejectName
           STRING
               FUNCTION TRIM(VaultName)
               '_siem_rejects.txt'
               DELIMITED BY SIZE
               INTO SiemRejectName
           MOVE SPACES TO SiemHost
           ACCEPT SiemHost FROM ENVIRONMENT 'HOSTNAME'
               ON EXCEPTION
                   MOVE SPACES TO SiemHost
           END-ACCEPT
           IF FUNCTION TRIM(SiemHost) = ''
               MOVE 'localhost' TO SiemHost
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CurrentDate
           MOVE CurrentDate(1:14) TO SiemRunStamp

           MOVE 0 TO SiemCkptOrd
           MOVE SPACES TO SiemCkptSum
           MOVE SiemCkptName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus = '00'
               MOVE SPACES TO SiemCkptLine
               READ SegFile INTO SiemCkptLine
               IF SegFileStatus = '00' AND
                       SiemCkptLine(1:9) IS NUMERIC
                   MOVE SiemCkptLine(1:9) TO SiemCkptOrd
                   MOVE SiemCkptLine(11:8) TO SiemCkptSum
               END-IF
           END-IF
           CLOSE SegFile

           MOVE 0 TO SiemFileCount
           MOVE 'N' TO SiemCapHit
           MOVE SPACES TO ArchCatalogName
           STRING
               FUNCTION TRIM(VaultName)
               '_audit_archives.dat'
               DELIMITED BY SIZE
               INTO ArchCatalogName
           MOVE ArchCatalogName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus = '00'
               MOVE 'N' TO ArchEOF
               PERFORM UNTIL ArchEOF = 'Y'
                   READ SegFile INTO SetLine
                       AT END
                           MOVE 'Y' TO ArchEOF
                       NOT AT END
                           IF FUNCTION TRIM(SetLine) NOT = ''
                               IF SiemFileCount < 199
                                   ADD 1 TO SiemFileCount
                                   MOVE SetLine(1:100)
                                       TO SiemFile(SiemFileCount)
                               ELSE
                                   MOVE 'Y' TO SiemCapHit
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SegFile
      *    Line numbers run across every archive in catalog order,
      *    so a feed that skipped some would misnumber the rest.
           IF SiemCapHit = 'Y'
               DISPLAY 'Error: ' FUNCTION TRIM(ArchCatalogName)
                   ' lists more than 199 archives; nothing shipped.'
               MOVE 'SIEM' TO AuditAction
               MOVE SiemSpoolName TO AuditIdentifier
               MOVE 'FAILURE' TO AuditOutcome
               MOVE 'archive catalog over 199 files' TO AuditReason
               PERFORM WriteAuditLog
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SiemFileCount
           MOVE SPACES TO SiemFile(SiemFileCount)
           STRING
               FUNCTION TRIM(VaultName)
               '_audit.log'
               DELIMITED BY SIZE
               INTO SiemFile(SiemFileCount)

           MOVE SiemSpoolName TO MergeFileName
           OPEN EXTEND MergeFile
           IF MergeFileStatus NOT = '00'
               OPEN OUTPUT MergeFile
           END-IF
           IF MergeFileStatus NOT = '00'
               DISPLAY 'Error: cannot open spool '
                   FUNCTION TRIM(SiemSpoolName)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SiemRejectName TO ReportFileName
           OPEN EXTEND ReportFile
           IF ReportFileStatus NOT = '00'
               OPEN OUTPUT ReportFile
           END-IF

           MOVE 0 TO SiemOrd
           MOVE 0 TO SiemPrev
           MOVE 0 TO SiemShipped
           MOVE 0 TO SiemRefused
           MOVE 'N' TO SiemBad
           MOVE SiemCkptSum TO SiemLastSum
           PERFORM VARYING SiemFileIdx FROM 1 BY 1
                   UNTIL SiemFileIdx > SiemFileCount OR SiemBad = 'Y'
               MOVE SiemFile(SiemFileIdx) TO AuditFileName
               PERFORM SiemShipOneFile
           END-PERFORM
           IF SiemOrd < SiemCkptOrd
               MOVE 'Y' TO SiemBad
           END-IF
           CLOSE MergeFile

           IF SiemBad = 'Y'
               MOVE SiemCkptOrd TO SiemOut
               MOVE SPACES TO ReportLine
               STRING
                   SiemRunStamp
                   ' checkpoint mismatch at line '
                   FUNCTION TRIM(SiemOut)
                   ': audit trail rewritten or truncated since the'
                   ' last run; nothing shipped'
                   DELIMITED BY SIZE
                   INTO ReportLine
               MOVE ReportLine TO ReportRecord
               WRITE ReportRecord
               CLOSE ReportFile
               DISPLAY 'CHECKPOINT MISMATCH: the audit line at'
                   ' checkpoint ' FUNCTION TRIM(SiemOut)
                   ' is missing or changed; nothing shipped.'
               MOVE 'SIEM' TO AuditAction
               MOVE SiemSpoolName TO AuditIdentifier
               MOVE 'MISMATCH' TO AuditOutcome
               STRING
                   'checkpoint line ' FUNCTION TRIM(SiemOut)
                   DELIMITED BY SIZE
                   INTO AuditReason
               PERFORM WriteAuditLog
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CLOSE ReportFile

           MOVE 'N' TO SiemCkptOk
           MOVE SiemCkptName TO SegFileName
           OPEN OUTPUT SegFile
           IF SegFileStatus = '00'
               MOVE SPACES TO SegRecord
               STRING
                   SiemOrd
                   ','
                   SiemLastSum
                   ','
                   SiemRunStamp
                   DELIMITED BY SIZE
                   INTO SegRecord
               WRITE SegRecord
               IF SegFileStatus = '00'
                   MOVE 'Y' TO SiemCkptOk
               END-IF
           END-IF
           CLOSE SegFile

           MOVE SiemShipped TO SiemOut
           MOVE SiemRefused TO SiemOut2
           DISPLAY FUNCTION TRIM(SiemOut) ' audit line(s) shipped to '
               FUNCTION TRIM(SiemSpoolName) ', '
               FUNCTION TRIM(SiemOut2) ' refused.'
           MOVE 'SIEM' TO AuditAction
           MOVE SiemSpoolName TO AuditIdentifier
           MOVE 'SHIPPED' TO AuditOutcome
           IF SiemRefused > 0
               DISPLAY 'Refused lines are listed in '
                   FUNCTION TRIM(SiemRejectName)
               MOVE 'REFUSED' TO AuditOutcome
               MOVE 4 TO RETURN-CODE
           END-IF
           STRING
               FUNCTION TRIM(SiemOut) ' shipped '
               FUNCTION TRIM(SiemOut2) ' refused'
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog
      *    The lines are in the spool; only the checkpoint is stale,
      *    so the next run ships them a second time.
           IF SiemCkptOk NOT = 'Y'
               DISPLAY 'Error: cannot write checkpoint '
                   FUNCTION TRIM(SiemCkptName)
                   '; the next run will ship these lines again.'
               MOVE 'SIEM' TO AuditAction
               MOVE SiemCkptName TO AuditIdentifier
               MOVE 'FAILURE' TO AuditOutcome
               MOVE 'checkpoint not written' TO AuditReason
               PERFORM WriteAuditLog
               MOVE 8 TO RETURN-CODE
           END-IF.

       SiemShipOneFile.
           MOVE 0 TO SiemLineNo
           MOVE 'N' TO AuditEOF
           OPEN INPUT AuditFile
           IF AuditFileStatus NOT = '00'
               CLOSE AuditFile
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AuditEOF = 'Y'
               READ AuditFile
                   AT END
                       MOVE 'Y' TO AuditEOF
                   NOT AT END
                       ADD 1 TO SiemLineNo
                       ADD 1 TO SiemOrd
                       MOVE AuditRecord TO AuditTailLine
                       PERFORM SiemCheckLine
               END-READ
           END-PERFORM
           CLOSE AuditFile.

      *    Recomputes the chain for the line in AuditTailLine. After
      *    a failed line the chain carries on from the checksum the
      *    line itself records, so one bad line refuses only itself
      *    (or, for a deleted line, the line after the gap).
       SiemCheckLine.
           MOVE 'N' TO SiemSumOk
           MOVE SPACES TO SiemRejReason
           PERFORM ExtractAuditSuffix
           IF AuditSuffixOk = 'Y'
               MOVE AuditTailLine(1:AuditCommaPos - 1) TO SiemBody
               MOVE SiemBody TO AuditHashText
               COMPUTE AuditHashLen = AuditCommaPos - 1
               MOVE SiemPrev TO AuditHashSeed
               PERFORM ComputeAuditChecksum
               MOVE AuditSuffix TO AuditSuffixN
               IF AuditChecksum = AuditSuffixN
                   MOVE 'Y' TO SiemSumOk
               ELSE
                   MOVE 'checksum does not verify' TO SiemRejReason
               END-IF
               MOVE AuditSuffixN TO SiemPrev
           ELSE
               MOVE AuditTailLine TO SiemBody
               MOVE SPACES TO AuditSuffix
               MOVE 'no chain checksum' TO SiemRejReason
           END-IF

           IF SiemOrd < SiemCkptOrd
               EXIT PARAGRAPH
           END-IF
           IF SiemOrd = SiemCkptOrd
               IF AuditSuffix NOT = SiemCkptSum
                   MOVE 'Y' TO SiemBad
                   MOVE 'Y' TO AuditEOF
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE AuditSuffix TO SiemLastSum
           IF SiemSumOk = 'Y'
               PERFORM SiemWriteEvent
               ADD 1 TO SiemShipped
           ELSE
               ADD 1 TO SiemRefused
               MOVE SiemLineNo TO SiemOut
               MOVE SPACES TO ReportLine
               STRING
                   SiemRunStamp ' '
                   FUNCTION TRIM(AuditFileName)
                   ' line ' FUNCTION TRIM(SiemOut) ': '
                   FUNCTION TRIM(SiemRejReason) ': '
                   AuditTailLine(1:100)
                   DELIMITED BY SIZE
                   INTO ReportLine
               MOVE ReportLine TO ReportRecord
               WRITE ReportRecord
               DISPLAY 'REFUSED ' FUNCTION TRIM(AuditFileName)
                   ' line ' FUNCTION TRIM(SiemOut) ': '
                   FUNCTION TRIM(SiemRejReason)
           END-IF.

      *    One audit line as an RFC 3164 syslog message carrying a
      *    CEF:0 event. Severity follows the outcome: 8 for
      *    break-glass use and control mismatches, 6 for refusals,
      *    failures and overrides, 3 for everything else.
       SiemWriteEvent.
           MOVE SPACES TO SiemStamp
           MOVE SPACES TO SiemAction
           MOVE SPACES TO SiemIdent
           MOVE SPACES TO SiemOutcome
           MOVE SPACES TO SiemOper
           MOVE SPACES TO SiemReason
           MOVE 1 TO SiemPtr
           UNSTRING SiemBody DELIMITED BY ','
               INTO SiemStamp SiemAction SiemIdent SiemOutcome
                   SiemOper
               WITH POINTER SiemPtr
           END-UNSTRING
           IF SiemPtr < 260
               MOVE SiemBody(SiemPtr:) TO SiemReason
           END-IF

           EVALUATE TRUE
               WHEN FUNCTION TRIM(SiemAction) = 'BREAKGLASS'
                   MOVE 8 TO SiemSev
               WHEN FUNCTION TRIM(SiemOutcome) = 'MISMATCH'
                   MOVE 8 TO SiemSev
               WHEN FUNCTION TRIM(SiemOutcome) = 'DENIED' OR
                       FUNCTION TRIM(SiemOutcome) = 'FAILURE' OR
                       FUNCTION TRIM(SiemOutcome) = 'FAILED' OR
                       FUNCTION TRIM(SiemOutcome) = 'REFUSED' OR
                       FUNCTION TRIM(SiemOutcome) = 'LOCKED' OR
                       FUNCTION TRIM(SiemOutcome) = 'OUTOFHOURS' OR
                       FUNCTION TRIM(SiemOutcome) = 'EXPIRED' OR
                       FUNCTION TRIM(SiemOutcome) = 'ROLLEDBACK' OR
                       FUNCTION TRIM(SiemOutcome) = 'OVERRIDE'
                   MOVE 6 TO SiemSev
               WHEN OTHER
                   MOVE 3 TO SiemSev
           END-EVALUATE
      *    Facility authpriv (10): info, warning or critical.
           EVALUATE SiemSev
               WHEN 3
                   MOVE 86 TO SiemPri
               WHEN 6
                   MOVE 84 TO SiemPri
               WHEN OTHER
                   MOVE 82 TO SiemPri
           END-EVALUATE
           MOVE SiemPri TO SiemPriOut
           MOVE SiemSev TO SiemSevOut

           MOVE 1 TO SiemMonIdx
           IF SiemStamp(5:2) IS NUMERIC
               MOVE SiemStamp(5:2) TO SiemMonIdx
               IF SiemMonIdx < 1 OR SiemMonIdx > 12
                   MOVE 1 TO SiemMonIdx
               END-IF
           END-IF
           MOVE SiemMonthName(SiemMonIdx) TO SiemMon
           MOVE SPACES TO SiemWhen
           STRING
               SiemMon ' ' SiemStamp(7:2) ' '
               SiemStamp(9:2) ':' SiemStamp(11:2) ':'
               SiemStamp(13:2)
               DELIMITED BY SIZE
               INTO SiemWhen

           MOVE 'H' TO SiemEscMode
           MOVE SiemAction TO SiemRaw
           PERFORM SiemEscape
           MOVE SiemEsc TO SiemHdrAct
           MOVE SPACES TO SiemRaw
           STRING
               FUNCTION TRIM(SiemAction) ' '
               FUNCTION TRIM(SiemOutcome)
               DELIMITED BY SIZE
               INTO SiemRaw
           PERFORM SiemEscape
           MOVE SiemEsc TO SiemHdrName
           MOVE 'E' TO SiemEscMode
           MOVE SiemIdent TO SiemRaw
           PERFORM SiemEscape
           MOVE SiemEsc TO SiemExtIdent
           MOVE SiemOper TO SiemRaw
           PERFORM SiemEscape
           MOVE SiemEsc TO SiemExtOper
           MOVE SiemReason TO SiemRaw
           PERFORM SiemEscape
           MOVE SiemEsc TO SiemExtReason

           MOVE SiemOrd TO SiemOut
           MOVE SPACES TO SiemLine
           STRING
               '<' FUNCTION TRIM(SiemPriOut) '>'
               SiemWhen(1:15) ' '
               FUNCTION TRIM(SiemHost) ' '
               'CEF:0|vaultapp|Password Vault|1.0|'
               FUNCTION TRIM(SiemHdrAct) '|'
               FUNCTION TRIM(SiemHdrName) '|'
               FUNCTION TRIM(SiemSevOut) '|'
               'rt=' SiemMon ' ' SiemStamp(7:2) ' '
               SiemStamp(1:4) ' ' SiemWhen(8:8)
               ' act=' FUNCTION TRIM(SiemAction)
               ' outcome=' FUNCTION TRIM(SiemOutcome)
               ' suser=' FUNCTION TRIM(SiemExtOper)
               ' cs1Label=vault cs1=' FUNCTION TRIM(VaultName)
               ' cs2Label=identifier cs2='
               FUNCTION TRIM(SiemExtIdent)
               ' cs3Label=chain cs3=' AuditSuffix
               ' externalId=' FUNCTION TRIM(SiemOut)
               DELIMITED BY SIZE
               INTO SiemLine
           IF FUNCTION TRIM(SiemReason) NOT = ''
               STRING
                   FUNCTION TRIM(SiemLine)
                   ' msg=' FUNCTION TRIM(SiemExtReason)
                   DELIMITED BY SIZE
                   INTO SiemLine
           END-IF
           MOVE SiemLine TO MergeRecord
           WRITE MergeRecord.

      *    Escapes SiemRaw into SiemEsc: "|" and "\" in header
      *    fields (mode H), "=" and "\" in extension values (E).
       SiemEscape.
           MOVE SPACES TO SiemEsc
           MOVE 0 TO SiemEscPos
           COMPUTE SiemEscLen =
               FUNCTION LENGTH(FUNCTION TRIM(SiemRaw TRAILING))
           IF SiemRaw = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SiemEscIdx FROM 1 BY 1
                   UNTIL SiemEscIdx > SiemEscLen OR SiemEscPos > 197
               MOVE SiemRaw(SiemEscIdx:1) TO SiemEscChar
               IF SiemEscChar = '\' OR
                       (SiemEscMode = 'H' AND SiemEscChar = '|') OR
                       (SiemEscMode = 'E' AND SiemEscChar = '=')
                   ADD 1 TO SiemEscPos
                   MOVE '\' TO SiemEsc(SiemEscPos:1)
               END-IF
               ADD 1 TO SiemEscPos
               MOVE SiemEscChar TO SiemEsc(SiemEscPos:1)
           END-PERFORM.

      *    Central vault registry, shared by every vault in the
      *    directory. One line per vault:
      *      vault|owner|business unit|classification|created
      *      |last good nightly|last backup set|status|credential
      *    Status is ACTIVE, FROZEN or RETIRED. The credential column
      *    is never a secret: it names a protected file in the "@"
      *    form the batch control files accept, so the registry can
      *    stand in for a control file ("--registry") and run every
      *    ACTIVE vault. A registry longer than the table sets
      *    RegOverflow, and SaveRegistry then refuses to write it
      *    back short.
       LoadRegistry.
           MOVE SPACES TO RegTable
           MOVE 0 TO RegCount
           MOVE 'N' TO RegOverflow
           MOVE RegFileName TO SegFileName
           MOVE 'N' TO RegEOF
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RegEOF = 'Y'
               READ SegFile INTO RegLine
                   AT END
                       MOVE 'Y' TO RegEOF
                   NOT AT END
                       IF FUNCTION TRIM(RegLine) NOT = '' AND
                               RegCount >= 500
                           MOVE 'Y' TO RegOverflow
                           MOVE 'Y' TO RegEOF
                           DISPLAY 'Error: '
                               FUNCTION TRIM(RegFileName)
                               ' has more than 500 vaults; only the'
                               ' first 500 were read.'
                       END-IF
                       IF FUNCTION TRIM(RegLine) NOT = '' AND
                               RegOverflow NOT = 'Y'
                           ADD 1 TO RegCount
                           UNSTRING RegLine DELIMITED BY '|'
                               INTO RegVault(RegCount)
                                   RegOwner(RegCount)
                                   RegUnit(RegCount)
                                   RegClass(RegCount)
                                   RegCreated(RegCount)
                                   RegNightly(RegCount)
                                   RegBackup(RegCount)
                                   RegStatus(RegCount)
                                   RegCred(RegCount)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SegFile.

      *    Rewrites the registry through a work file, then moves it
      *    into place; RegSaved says whether it went.
       SaveRegistry.
           MOVE 'N' TO RegSaved
           IF RegOverflow = 'Y'
               DISPLAY 'The vault registry was not read in full; it'
                   ' has not been rewritten.'
               EXIT PARAGRAPH
           END-IF
           MOVE RegTmpName TO SegFileName
           OPEN OUTPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               DISPLAY 'Error writing the vault registry.'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RegIdx FROM 1 BY 1 UNTIL RegIdx > RegCount
               MOVE SPACES TO SegRecord
               STRING
                   FUNCTION TRIM(RegVault(RegIdx)) '|'
                   FUNCTION TRIM(RegOwner(RegIdx)) '|'
                   FUNCTION TRIM(RegUnit(RegIdx)) '|'
                   FUNCTION TRIM(RegClass(RegIdx)) '|'
                   FUNCTION TRIM(RegCreated(RegIdx)) '|'
                   FUNCTION TRIM(RegNightly(RegIdx)) '|'
                   FUNCTION TRIM(RegBackup(RegIdx)) '|'
                   FUNCTION TRIM(RegStatus(RegIdx)) '|'
                   FUNCTION TRIM(RegCred(RegIdx))
                   DELIMITED BY SIZE
                   INTO SegRecord
               WRITE SegRecord
           END-PERFORM
           CLOSE SegFile
           MOVE SPACES TO SYSTEM-COMMAND
           STRING
               'mv '
               FUNCTION TRIM(RegTmpName)
               ' '
               FUNCTION TRIM(RegFileName)
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE RETURN-CODE TO RegMoveRc
           IF RegMoveRc NOT = 0
               DISPLAY 'Error writing the vault registry.'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO RegSaved.

      *    RegHit = registry row of VaultName, 0 when unregistered.
       FindRegistryRow.
           MOVE 0 TO RegHit
           PERFORM VARYING RegIdx FROM 1 BY 1
                   UNTIL RegIdx > RegCount OR RegHit > 0
               IF FUNCTION TRIM(RegVault(RegIdx)) =
                       FUNCTION TRIM(VaultName)
                   MOVE RegIdx TO RegHit
               END-IF
           END-PERFORM.

      *    Adds VaultName as an ACTIVE row created today, owned as
      *    given in RegInOwner/RegInUnit/RegInClass. RegHit is the
      *    new row, or 0 when the registry is full.
       AddRegistryRow.
           IF RegCount >= 500 OR RegOverflow = 'Y'
               MOVE 0 TO RegHit
               DISPLAY 'The vault registry is full; '
                   FUNCTION TRIM(VaultName) ' not registered.'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RegCount
           MOVE RegCount TO RegHit
           MOVE SPACES TO RegRow(RegHit)
           MOVE VaultName TO RegVault(RegHit)
           MOVE RegInOwner TO RegOwner(RegHit)
           MOVE RegInUnit TO RegUnit(RegHit)
           MOVE RegInClass TO RegClass(RegHit)
           MOVE FUNCTION CURRENT-DATE TO CurrentDate
           MOVE CurrentDate(1:8) TO RegCreated(RegHit)
           MOVE 'ACTIVE' TO RegStatus(RegHit).

      *    Called once a new vault's USER record is written.
       RegisterNewVault.
           DISPLAY 'Vault owner (for the vault registry):'
           MOVE SPACES TO RegInOwner
           ACCEPT RegInOwner
           DISPLAY 'Business unit:'
           MOVE SPACES TO RegInUnit
           ACCEPT RegInUnit
           DISPLAY 'Classification (e.g. INTERNAL, CONFIDENTIAL,'
               ' RESTRICTED):'
           MOVE SPACES TO RegInClass
           ACCEPT RegInClass
           INSPECT RegInOwner REPLACING ALL '|' BY '/'
           INSPECT RegInUnit REPLACING ALL '|' BY '/'
           INSPECT RegInClass REPLACING ALL '|' BY '/'
           MOVE FUNCTION UPPER-CASE(RegInClass) TO RegInClass
           PERFORM RegisterVaultRow.

      *    Registers VaultName with the owner details in RegInOwner,
      *    RegInUnit and RegInClass, unless already registered.
       RegisterVaultRow.
           PERFORM LoadRegistry
           PERFORM FindRegistryRow
           IF RegHit > 0
               EXIT PARAGRAPH
           END-IF
           PERFORM AddRegistryRow
           IF RegHit = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SaveRegistry
           IF RegSaved NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Vault ' FUNCTION TRIM(VaultName)
               ' registered in ' FUNCTION TRIM(RegFileName) '.'
           MOVE 'REGISTRY' TO AuditAction
           MOVE VaultName TO AuditIdentifier
           MOVE 'ADDED' TO AuditOutcome
           MOVE SPACES TO AuditReason
           STRING
               'owner ' FUNCTION TRIM(RegInOwner)
               ' unit ' FUNCTION TRIM(RegInUnit)
               ' class ' FUNCTION TRIM(RegInClass)
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog.

      *    The vault split off inherits the registry owner, business
      *    unit and classification of the vault it came from.
       RegisterSplitVault.
           PERFORM LoadRegistry
           MOVE MergeVaultName TO RegSaveVault
           PERFORM FindRegistryRow
           MOVE SPACES TO RegInOwner
           MOVE SPACES TO RegInUnit
           MOVE SPACES TO RegInClass
           IF RegHit > 0
               MOVE RegOwner(RegHit) TO RegInOwner
               MOVE RegUnit(RegHit) TO RegInUnit
               MOVE RegClass(RegHit) TO RegInClass
           END-IF
           MOVE VaultName TO RegNameWork
           MOVE RegSaveVault TO VaultName
           PERFORM FindRegistryRow
           IF RegHit = 0
               PERFORM AddRegistryRow
           ELSE
               MOVE 0 TO RegHit
           END-IF
           MOVE RegNameWork TO VaultName
           IF RegHit = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SaveRegistry
           IF RegSaved NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Vault ' FUNCTION TRIM(RegSaveVault)
               ' registered in ' FUNCTION TRIM(RegFileName) '.'
           MOVE 'REGISTRY' TO AuditAction
           MOVE RegSaveVault TO AuditIdentifier
           MOVE 'ADDED' TO AuditOutcome
           MOVE SPACES TO AuditReason
           STRING
               'split from ' FUNCTION TRIM(VaultName)
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog.

      *    A nightly run that finished without a failed step stamps
      *    the vault's row (registering a vault seen for the first
      *    time) with the run time and, when the run took one, the
      *    backup set.
       RegistryStampNightly.
           PERFORM LoadRegistry
           PERFORM FindRegistryRow
           IF RegHit = 0
               MOVE SPACES TO RegInOwner
               MOVE SPACES TO RegInUnit
               MOVE SPACES TO RegInClass
               PERFORM AddRegistryRow
               IF RegHit = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO RegCreated(RegHit)
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CurrentDate
           MOVE CurrentDate(1:14) TO RegNightly(RegHit)
           IF BakOkFlag = 'Y'
               MOVE BackupStamp TO RegBackup(RegHit)
           END-IF
           PERFORM SaveRegistry.

      *    "--registry" in place of a control file: a work control
      *    file is written with one "vault,credential" line per
      *    ACTIVE vault and ImportFileName pointed at it.
       BuildRegistryControl.
           MOVE 0 TO RegCtlCount
           MOVE 'N' TO RegCtlBuilt
           PERFORM LoadRegistry
           MOVE RegCtlName TO SegFileName
           OPEN OUTPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RegIdx FROM 1 BY 1 UNTIL RegIdx > RegCount
               IF FUNCTION TRIM(RegStatus(RegIdx)) = 'ACTIVE'
                   ADD 1 TO RegCtlCount
                   IF FUNCTION TRIM(RegCred(RegIdx)) = ''
                       DISPLAY 'Registry: '
                           FUNCTION TRIM(RegVault(RegIdx))
                           ' has no credential reference.'
                   END-IF
                   MOVE SPACES TO SegRecord
                   STRING
                       FUNCTION TRIM(RegVault(RegIdx)) ','
                       FUNCTION TRIM(RegCred(RegIdx))
                       DELIMITED BY SIZE
                       INTO SegRecord
                   WRITE SegRecord
               END-IF
           END-PERFORM
           CLOSE SegFile
           MOVE 'Y' TO RegCtlBuilt
           MOVE RegCtlName TO ImportFileName.

       DropRegistryControl.
           IF RegCtlBuilt NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SYSTEM-COMMAND
           STRING
               'rm -f '
               FUNCTION TRIM(RegCtlName)
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE 'N' TO RegCtlBuilt.

      *    Newest set in <RegNameWork vault>_backup_catalog.dat into
      *    RegCatLast (blank when the vault has never been backed up).
       RegistryCatalogLast.
           MOVE SPACES TO RegCatLast
           MOVE SPACES TO SegFileName
           STRING
               FUNCTION TRIM(RegNameWork)
               '_backup_catalog.dat'
               DELIMITED BY SIZE
               INTO SegFileName
           MOVE 'N' TO RegEOF
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RegEOF = 'Y'
               READ SegFile INTO RegLine
                   AT END
                       MOVE 'Y' TO RegEOF
                   NOT AT END
                       IF RegLine(1:14) IS NUMERIC AND
                               RegLine(1:14) > RegCatLast
                           MOVE RegLine(1:14) TO RegCatLast
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SegFile.

      *    Registry screen: everyone may list and run the missed-run
      *    report; only an ADMIN changes rows.
       VaultRegistryScreen.
           DISPLAY
               'L) List registry  M) Missed nightly/backup report'
               '  E) Edit a row  A) Register this vault'
               '  enter) back'
           ACCEPT RegChoice
           MOVE FUNCTION UPPER-CASE(RegChoice) TO RegChoice
           EVALUATE RegChoice
               WHEN 'L'
                   PERFORM ListRegistry
               WHEN 'M'
                   MOVE 1 TO RegDays
                   PERFORM RegistryReport
               WHEN 'E'
                   PERFORM EditRegistryRow
               WHEN 'A'
                   PERFORM LoadRegistry
                   PERFORM FindRegistryRow
                   EVALUATE TRUE
                       WHEN OperatorRole NOT = 'ADMIN'
                           DISPLAY 'Only an ADMIN may change the'
                               ' vault registry.'
                       WHEN RegHit > 0
                           DISPLAY 'This vault is already'
                               ' registered.'
                       WHEN OTHER
                           PERFORM RegisterNewVault
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ListRegistry.
           PERFORM LoadRegistry
           IF RegCount = 0
               DISPLAY 'The vault registry is empty.'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RegIdx FROM 1 BY 1 UNTIL RegIdx > RegCount
               DISPLAY FUNCTION TRIM(RegVault(RegIdx))
                   '  ' FUNCTION TRIM(RegStatus(RegIdx))
                   '  owner ' FUNCTION TRIM(RegOwner(RegIdx))
                   '  unit ' FUNCTION TRIM(RegUnit(RegIdx))
                   '  class ' FUNCTION TRIM(RegClass(RegIdx))
               DISPLAY '    created ' RegCreated(RegIdx)
                   '  last nightly ' RegNightly(RegIdx)
                   '  last backup ' RegBackup(RegIdx)
                   '  credential ' FUNCTION TRIM(RegCred(RegIdx))
           END-PERFORM.

       EditRegistryRow.
           IF OperatorRole NOT = 'ADMIN'
               DISPLAY 'Only an ADMIN may change the vault registry.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Vault name:'
           MOVE SPACES TO RegAnswer
           ACCEPT RegAnswer
           MOVE VaultName TO RegSaveVault
           MOVE RegAnswer TO VaultName
           PERFORM LoadRegistry
           PERFORM FindRegistryRow
           MOVE RegSaveVault TO VaultName
           IF RegHit = 0
               DISPLAY 'That vault is not registered.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Owner [' FUNCTION TRIM(RegOwner(RegHit)) ']:'
           MOVE SPACES TO RegAnswer
           ACCEPT RegAnswer
           IF FUNCTION TRIM(RegAnswer) NOT = ''
               INSPECT RegAnswer REPLACING ALL '|' BY '/'
               MOVE RegAnswer TO RegOwner(RegHit)
           END-IF
           DISPLAY 'Business unit [' FUNCTION TRIM(RegUnit(RegHit))
               ']:'
           MOVE SPACES TO RegAnswer
           ACCEPT RegAnswer
           IF FUNCTION TRIM(RegAnswer) NOT = ''
               INSPECT RegAnswer REPLACING ALL '|' BY '/'
               MOVE RegAnswer TO RegUnit(RegHit)
           END-IF
           DISPLAY 'Classification ['
               FUNCTION TRIM(RegClass(RegHit)) ']:'
           MOVE SPACES TO RegAnswer
           ACCEPT RegAnswer
           IF FUNCTION TRIM(RegAnswer) NOT = ''
               INSPECT RegAnswer REPLACING ALL '|' BY '/'
               MOVE FUNCTION UPPER-CASE(RegAnswer)
                   TO RegClass(RegHit)
           END-IF
           DISPLAY 'Status ACTIVE/FROZEN/RETIRED ['
               FUNCTION TRIM(RegStatus(RegHit)) ']:'
           MOVE SPACES TO RegAnswer
           ACCEPT RegAnswer
           MOVE FUNCTION UPPER-CASE(RegAnswer) TO RegAnswer
           EVALUATE FUNCTION TRIM(RegAnswer)
               WHEN ''
                   CONTINUE
               WHEN 'ACTIVE'
               WHEN 'FROZEN'
               WHEN 'RETIRED'
                   MOVE RegAnswer TO RegStatus(RegHit)
               WHEN OTHER
                   DISPLAY 'Unknown status; left unchanged.'
           END-EVALUATE
           DISPLAY 'Credential reference, @file ['
               FUNCTION TRIM(RegCred(RegHit)) ']:'
           MOVE SPACES TO RegAnswer
           ACCEPT RegAnswer
           IF FUNCTION TRIM(RegAnswer) NOT = ''
               IF RegAnswer(1:1) NOT = '@'
                   DISPLAY 'Only an @file reference may be stored;'
                       ' credential left unchanged.'
               ELSE
                   MOVE RegAnswer TO RegCred(RegHit)
               END-IF
           END-IF
           PERFORM SaveRegistry
           IF RegSaved NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Registry row updated.'
           MOVE 'REGISTRY' TO AuditAction
           MOVE RegVault(RegHit) TO AuditIdentifier
           MOVE 'UPDATED' TO AuditOutcome
           MOVE SPACES TO AuditReason
           STRING
               'status ' FUNCTION TRIM(RegStatus(RegHit))
               ' owner ' FUNCTION TRIM(RegOwner(RegHit))
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog.

      *    Registry report: every registered vault with its last
      *    good nightly and newest backup set (the vault's backup
      *    catalog is consulted, so interactive backups count), and
      *    a closing list of ACTIVE vaults whose nightly run or
      *    backup is more than RegDays days old - or missing.
       RegistryReport.
           MOVE 'VAULT REGISTRY REPORT' TO RptTitle
           MOVE RegDays TO RegOut
           MOVE SPACES TO RptParms
           STRING
               'allowed age ' FUNCTION TRIM(RegOut) ' day(s)'
               DELIMITED BY SIZE
               INTO RptParms
           PERFORM PromptReportOutput
           PERFORM RegistryReportScan
           PERFORM CloseReportOutput.

       RegistryReportScan.
           PERFORM LoadRegistry
           MOVE FUNCTION CURRENT-DATE TO CurrentDate
           MOVE CurrentDate(1:8) TO TodayNum
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(TodayNum)
           COMPUTE RegLimitInt = TodayInt - RegDays
           MOVE 0 TO RegMissNightly
           MOVE 0 TO RegMissBackup
           MOVE SPACES TO RptOutLine
           MOVE 'vault' TO RptOutLine(1:20)
           MOVE 'status' TO RptOutLine(22:8)
           MOVE 'owner' TO RptOutLine(31:16)
           MOVE 'unit' TO RptOutLine(48:12)
           MOVE 'class' TO RptOutLine(61:12)
           MOVE 'created' TO RptOutLine(74:8)
           MOVE 'nightly' TO RptOutLine(83:8)
           MOVE 'backup' TO RptOutLine(92:8)
           MOVE 'findings' TO RptOutLine(101:8)
           PERFORM EmitReportLine
           IF RegCount = 0
               MOVE '  (registry empty)' TO RptOutLine
               PERFORM EmitReportLine
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RegIdx FROM 1 BY 1 UNTIL RegIdx > RegCount
               PERFORM RegistryReportRow
           END-PERFORM
           MOVE SPACES TO RptOutLine
           PERFORM EmitReportLine
           MOVE RegMissNightly TO RegOut
           MOVE RegMissBackup TO RegOut2
           STRING
               'Active vaults missing a nightly run: '
               FUNCTION TRIM(RegOut)
               '   missing a backup: '
               FUNCTION TRIM(RegOut2)
               DELIMITED BY SIZE
               INTO RptOutLine
           PERFORM EmitReportLine.

       RegistryReportRow.
           MOVE RegVault(RegIdx) TO RegNameWork
           PERFORM RegistryCatalogLast
           IF RegCatLast > RegBackup(RegIdx) OR
                   FUNCTION TRIM(RegBackup(RegIdx)) = ''
               MOVE RegCatLast TO RegBackup(RegIdx)
           END-IF
           MOVE SPACES TO RegFlags
           IF FUNCTION TRIM(RegStatus(RegIdx)) = 'ACTIVE'
               MOVE 'N' TO CertDateOk
               IF RegNightly(RegIdx)(1:8) IS NUMERIC
                   MOVE RegNightly(RegIdx)(1:8) TO DateNum
                   IF FUNCTION INTEGER-OF-DATE(DateNum)
                           >= RegLimitInt
                       MOVE 'Y' TO CertDateOk
                   END-IF
               END-IF
               IF CertDateOk NOT = 'Y'
                   ADD 1 TO RegMissNightly
                   MOVE 'NIGHTLY MISSED' TO RegFlags
               END-IF
               MOVE 'N' TO CertDateOk
               IF RegBackup(RegIdx)(1:8) IS NUMERIC
                   MOVE RegBackup(RegIdx)(1:8) TO DateNum
                   IF FUNCTION INTEGER-OF-DATE(DateNum)
                           >= RegLimitInt
                       MOVE 'Y' TO CertDateOk
                   END-IF
               END-IF
               IF CertDateOk NOT = 'Y'
                   ADD 1 TO RegMissBackup
                   STRING
                       FUNCTION TRIM(RegFlags) ' BACKUP MISSED'
                       DELIMITED BY SIZE
                       INTO RegFlags
               END-IF
               IF FUNCTION TRIM(RegCred(RegIdx)) = ''
                   STRING
                       FUNCTION TRIM(RegFlags) ' NO CREDENTIAL'
                       DELIMITED BY SIZE
                       INTO RegFlags
               END-IF
           END-IF
           MOVE SPACES TO RptOutLine
           MOVE RegVault(RegIdx) TO RptOutLine(1:20)
           MOVE RegStatus(RegIdx) TO RptOutLine(22:8)
           MOVE RegOwner(RegIdx) TO RptOutLine(31:16)
           MOVE RegUnit(RegIdx) TO RptOutLine(48:12)
           MOVE RegClass(RegIdx) TO RptOutLine(61:12)
           MOVE RegCreated(RegIdx) TO RptOutLine(74:8)
           MOVE RegNightly(RegIdx)(1:8) TO RptOutLine(83:8)
           MOVE RegBackup(RegIdx)(1:8) TO RptOutLine(92:8)
           MOVE FUNCTION TRIM(RegFlags) TO RptOutLine(101:60)
           PERFORM EmitReportLine.

      *    Usage: vaultapp --registry-report <outfile> [days]
      *    Metadata only, so no vault credential is asked for. Return
      *    code 4 when an active vault has missed a run or backup.
       BatchRegistryReport.
           MOVE 'Y' TO BatchMode
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ReportFileName FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO ReportFileName
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           MOVE SPACES TO RegDaysX
           ACCEPT RegDaysX FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO RegDaysX
           END-ACCEPT
           IF FUNCTION TRIM(ReportFileName) = ''
               DISPLAY
                   'Usage: vaultapp --registry-report <outfile>'
                   ' [days]'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO RegDays
           IF FUNCTION TRIM(RegDaysX) NOT = '' AND
                   FUNCTION TRIM(RegDaysX) IS NUMERIC
               COMPUTE RegDays = FUNCTION NUMVAL(RegDaysX)
           END-IF
           MOVE 'registry' TO VaultName
           MOVE 'BATCH' TO CurrentOperator
           MOVE 'Y' TO RptBatch
           PERFORM RegistryReport
           MOVE 'N' TO RptBatch
           IF RegMissNightly + RegMissBackup > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    VaultRetired = 'Y' when the registry shows VaultName as
      *    decommissioned; logins and batch modes refuse such a vault
      *    (its live files are gone, and a login would otherwise
      *    create a fresh vault under the old name).
       CheckVaultRetired.
           MOVE 'N' TO VaultRetired
           PERFORM LoadRegistry
           PERFORM FindRegistryRow
           IF RegHit > 0
               IF FUNCTION TRIM(RegStatus(RegHit)) = 'RETIRED'
                   MOVE 'Y' TO VaultRetired
               END-IF
           END-IF.

      *    Controlled retirement of a vault, in order, all under the
      *    vault lock:
      *      0. every decrypted export still LIVE in the register
      *         shredded - one that cannot be stops the run;
      *      1. a final backup of the whole family, verified;
      *      2. a final audit close-out;
      *      3. a sealed archive - a tar of the final backup set,
      *         the sealed audit archives, both catalogs and every
      *         working sidecar the vault has, with a
      *         manifest of per-file line counts and checksums and a
      *         seal chained over the manifest;
      *      4. a decommission certificate for the auditors;
      *      5. the registry row marked RETIRED;
      *      6. after a second confirmation, the live vault files
      *         removed. The audit log, audit archives, backup sets
      *         and the certificate stay behind as the evidence.
      *    Any failure before step 5 leaves the vault in service.
       DecommissionVault.
           MOVE 'N' TO DcDone
           IF OperatorRole NOT = 'ADMIN'
               DISPLAY 'Only an ADMIN may decommission a vault.'
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckWriteAccess
           IF WriteAllowed NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM LoadHoldFile
           IF HldCount > 0
               DISPLAY 'Legal hold ' FUNCTION TRIM(HldCase(1))
                   ' is in force; the vault cannot be decommissioned'
                   ' until every hold is released.'
               MOVE 'DECOMMISSION' TO AuditAction
               MOVE VaultName TO AuditIdentifier
               MOVE 'DENIED' TO AuditOutcome
               MOVE SPACES TO AuditReason
               STRING
                   'legal hold '
                   FUNCTION TRIM(HldCase(1))
                   DELIMITED BY SIZE
                   INTO AuditReason
               PERFORM WriteAuditLog
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Decommissioning retires vault '
               FUNCTION TRIM(VaultName)
               ' for good: final backup, audit close-out, sealed'
           DISPLAY 'archive and certificate, then the vault is marked'
               ' RETIRED and refused from then on.'
           DISPLAY 'Type the vault name to continue:'
           MOVE SPACES TO DcAnswer
           ACCEPT DcAnswer
           IF FUNCTION TRIM(DcAnswer) NOT = FUNCTION TRIM(VaultName)
               DISPLAY 'Name does not match; nothing done.'
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO CurrentDate
           MOVE CurrentDate(1:14) TO DcStamp
           MOVE 'DECOMMISSION' TO AuditAction
           MOVE VaultName TO AuditIdentifier
           MOVE 'STARTED' TO AuditOutcome
           PERFORM WriteAuditLog

           PERFORM AcquireVaultLock
           IF LockAcquired NOT = 'Y'
               MOVE 'vault is locked by another session'
                   TO AuditReason
               PERFORM DecommissionFailed
               EXIT PARAGRAPH
           END-IF
           PERFORM DecommissionExports
           IF DcExLive > 0
               MOVE DcExLive TO DcOut
               MOVE SPACES TO AuditReason
               STRING
                   FUNCTION TRIM(DcOut)
                   ' decrypted export(s) could not be shredded'
                   DELIMITED BY SIZE
                   INTO AuditReason
               PERFORM DecommissionFailed
               EXIT PARAGRAPH
           END-IF

           PERFORM BackupVaultFamily
           MOVE BackupStamp TO BakStampWork
           PERFORM VerifyOneBackupSet
           IF BakOkFlag NOT = 'Y'
               MOVE 'final backup set failed verification'
                   TO AuditReason
               PERFORM DecommissionFailed
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Final backup set ' BackupStamp ' verified.'

           MOVE SPACES TO AuditFileName
           STRING
               FUNCTION TRIM(VaultName)
               '_audit.log'
               DELIMITED BY SIZE
               INTO AuditFileName
           PERFORM LoadAuditChainTail
           MOVE AuditChainPrev TO DcAuditSum
           PERFORM AuditCloseOut
           IF CloseOutOk NOT = 'Y'
               MOVE 'final audit close-out failed' TO AuditReason
               PERFORM DecommissionFailed
               EXIT PARAGRAPH
           END-IF
           MOVE ArchFileName TO DcArchName

           PERFORM DecommissionSeal
           IF DcSealName = SPACES
               MOVE 'sealed archive could not be written'
                   TO AuditReason
               PERFORM DecommissionFailed
               EXIT PARAGRAPH
           END-IF
           MOVE 'DECOMMISSION' TO AuditAction
           MOVE DcSealName TO AuditIdentifier
           MOVE 'SEALED' TO AuditOutcome
           MOVE SPACES TO AuditReason
           STRING
               'seal ' DcSeal
               ' audit checksum ' DcAuditSum
               ' backup set ' BackupStamp
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog

           PERFORM DecommissionCertificate

           PERFORM LoadRegistry
           PERFORM FindRegistryRow
           IF RegHit = 0
               MOVE SPACES TO RegInOwner
               MOVE SPACES TO RegInUnit
               MOVE SPACES TO RegInClass
               PERFORM AddRegistryRow
           END-IF
           MOVE 'N' TO RegSaved
           IF RegHit > 0
               MOVE 'RETIRED' TO RegStatus(RegHit)
               MOVE SPACES TO RegCred(RegHit)
               PERFORM SaveRegistry
           END-IF
           IF RegSaved NOT = 'Y'
               MOVE 'vault registry could not be updated'
                   TO AuditReason
               PERFORM DecommissionFailed
               EXIT PARAGRAPH
           END-IF
           MOVE 'DECOMMISSION' TO AuditAction
           MOVE VaultName TO AuditIdentifier
           MOVE 'RETIRED' TO AuditOutcome
           MOVE SPACES TO AuditReason
           STRING
               'certificate ' FUNCTION TRIM(DcCertName)
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog
           MOVE 'Y' TO DcDone
           DISPLAY 'Vault ' FUNCTION TRIM(VaultName)
               ' is now RETIRED in the vault registry.'

           DISPLAY 'Remove the live vault files now? Type REMOVE to'
               ' confirm, enter to keep them:'
           MOVE SPACES TO DcAnswer
           ACCEPT DcAnswer
           IF FUNCTION TRIM(DcAnswer) NOT = 'REMOVE'
               MOVE 'Live vault files retained at decommission.'
                   TO ReportLine
               PERFORM DecommissionCertLine
               PERFORM ReleaseVaultLock
               DISPLAY 'Live files kept; the vault stays refused.'
               EXIT PARAGRAPH
           END-IF
           PERFORM DecommissionRemoveLive
           MOVE DcRemoved TO DcOut
           MOVE SPACES TO ReportLine
           STRING
               'Live vault files removed: '
               FUNCTION TRIM(DcOut)
               DELIMITED BY SIZE
               INTO ReportLine
           PERFORM DecommissionCertLine
           DISPLAY FUNCTION TRIM(ReportLine)
           MOVE 'DECOMMISSION' TO AuditAction
           MOVE VaultName TO AuditIdentifier
           MOVE 'REMOVED' TO AuditOutcome
           MOVE SPACES TO AuditReason
           STRING
               FUNCTION TRIM(DcOut) ' live file(s) removed'
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog
           PERFORM ReleaseVaultLock.

      *    AuditReason already says what went wrong.
       DecommissionFailed.
           IF LockAcquired = 'Y'
               PERFORM ReleaseVaultLock
           END-IF
           DISPLAY 'Decommission stopped: ' FUNCTION TRIM(AuditReason)
           DISPLAY 'The vault remains in service.'
           MOVE 'DECOMMISSION' TO AuditAction
           MOVE VaultName TO AuditIdentifier
           MOVE 'FAILED' TO AuditOutcome
           PERFORM WriteAuditLog.

      *    Every LIVE export is treated as expired now and swept,
      *    fifty to a pass, until a pass finds nothing more it can
      *    settle. DcExLive is what is still LIVE afterwards - a
      *    shred that failed - and stops the decommission.
       DecommissionExports.
           MOVE 0 TO DcExShred DcExGone DcExAltered DcExLive
           MOVE 'Y' TO ExExpireAll
           MOVE 'Y' TO DcExPass
           PERFORM UNTIL DcExPass NOT = 'Y'
               PERFORM ExportSweep
               ADD ExShredded TO DcExShred
               ADD ExGone TO DcExGone
               ADD ExAltered TO DcExAltered
               IF ExFindCount < 50 OR
                       ExShredded + ExGone + ExAltered = 0
                   MOVE 'N' TO DcExPass
               END-IF
           END-PERFORM
           MOVE 'N' TO ExExpireAll
           PERFORM BuildExportRegName
           MOVE ExRegName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ExEOF
           PERFORM UNTIL ExEOF = 'Y'
               READ SegFile INTO ExRec
                   AT END
                       MOVE 'Y' TO ExEOF
                   NOT AT END
                       IF ExStatus = 'LIVE'
                           ADD 1 TO DcExLive
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SegFile
           MOVE 'N' TO ExEOF.

      *    Builds the member list, the manifest and the tar. DcSeal
      *    is the chained checksum over the manifest lines; on any
      *    failure DcSealName comes back blank.
       DecommissionSeal.
           MOVE 0 TO DcMemCount
           MOVE 'N' TO DcMemOver
           MOVE SPACES TO DcMemberTable
           PERFORM VARYING BakIdx FROM 1 BY 1 UNTIL BakIdx > BakMembers
               MOVE SPACES TO Tmp2FileName
               STRING
                   FUNCTION TRIM(VaultName)
                   '_'
                   BackupStamp
                   FUNCTION TRIM(BakSuffix(BakIdx))
                   '.bak'
                   DELIMITED BY SIZE
                   INTO Tmp2FileName
               PERFORM DecommissionAddMember
           END-PERFORM
           PERFORM BuildBackupCatalogName
           MOVE BakCatalogName TO Tmp2FileName
           PERFORM DecommissionAddMember

           MOVE ArchCatalogName TO SegFileName
           MOVE 'N' TO DcEOF
           OPEN INPUT SegFile
           IF SegFileStatus = '00'
               PERFORM UNTIL DcEOF = 'Y'
                   READ SegFile
                       AT END
                           MOVE 'Y' TO DcEOF
                       NOT AT END
                           IF FUNCTION TRIM(SegRecord) NOT = ''
                               MOVE SegRecord(1:100) TO Tmp2FileName
                               PERFORM DecommissionAddMember
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SegFile
           MOVE ArchCatalogName TO Tmp2FileName
           PERFORM DecommissionAddMember
      *    The working sidecars are removed with the vault, so each
      *    one that exists goes into the archive first.
           PERFORM VARYING DcIdx FROM 1 BY 1 UNTIL DcIdx > DcLiveCount
               MOVE SPACES TO Tmp2FileName
               STRING
                   FUNCTION TRIM(VaultName)
                   FUNCTION TRIM(DcLiveSuffix(DcIdx))
                   DELIMITED BY SIZE
                   INTO Tmp2FileName
               PERFORM DecommissionAddMember
           END-PERFORM
           IF DcMemOver = 'Y'
               DISPLAY 'Too many files for one sealed archive; close'
                   ' out fewer audit archives per vault first.'
               MOVE SPACES TO DcSealName
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO DcManifestName
           STRING
               FUNCTION TRIM(VaultName)
               '_decommission_'
               DcStamp
               '.manifest'
               DELIMITED BY SIZE
               INTO DcManifestName
           MOVE SPACES TO DcSealName
           MOVE DcManifestName TO SegFileName
           OPEN OUTPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO DcSeal
           MOVE SPACES TO DcLine
           STRING
               'MANIFEST|'
               FUNCTION TRIM(VaultName)
               '|'
               DcStamp
               '|backup set '
               BackupStamp
               '|audit checksum '
               DcAuditSum
               DELIMITED BY SIZE
               INTO DcLine
           PERFORM DecommissionManifestLine
           PERFORM VARYING DcIdx FROM 1 BY 1 UNTIL DcIdx > DcMemCount
               MOVE DcMemLines(DcIdx) TO DcOut
               MOVE SPACES TO DcLine
               STRING
                   'MEMBER|'
                   FUNCTION TRIM(DcMemName(DcIdx))
                   '|'
                   FUNCTION TRIM(DcOut)
                   '|'
                   DcMemSum(DcIdx)
                   DELIMITED BY SIZE
                   INTO DcLine
               PERFORM DecommissionManifestLine
           END-PERFORM
           MOVE SPACES TO SegRecord
           STRING
               'SEAL|'
               DcSeal
               DELIMITED BY SIZE
               INTO SegRecord
           WRITE SegRecord
           CLOSE SegFile

           MOVE SPACES TO DcListName
           STRING
               FUNCTION TRIM(VaultName)
               '_decommission_'
               DcStamp
               '.lst'
               DELIMITED BY SIZE
               INTO DcListName
           MOVE DcListName TO SegFileName
           OPEN OUTPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DcIdx FROM 1 BY 1 UNTIL DcIdx > DcMemCount
               MOVE DcMemName(DcIdx) TO SegRecord
               WRITE SegRecord
           END-PERFORM
           MOVE DcManifestName TO SegRecord
           WRITE SegRecord
           CLOSE SegFile

           MOVE SPACES TO Tmp2FileName
           STRING
               FUNCTION TRIM(VaultName)
               '_decommission_'
               DcStamp
               '.tar'
               DELIMITED BY SIZE
               INTO Tmp2FileName
           MOVE SPACES TO SYSTEM-COMMAND
           STRING
               'tar -cf '
               FUNCTION TRIM(Tmp2FileName)
               ' -T '
               FUNCTION TRIM(DcListName)
               ' 2>/dev/null && chmod 444 '
               FUNCTION TRIM(Tmp2FileName)
               ' '
               FUNCTION TRIM(DcManifestName)
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           MOVE RETURN-CODE TO DcSavedRc
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE RETURN-CODE TO DcRc
           MOVE DcSavedRc TO RETURN-CODE
           MOVE SPACES TO SYSTEM-COMMAND
           STRING
               'rm -f '
               FUNCTION TRIM(DcListName)
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE DcSavedRc TO RETURN-CODE
           IF DcRc NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE Tmp2FileName TO DcSealName
           MOVE DcMemCount TO DcOut
           DISPLAY 'Sealed archive ' FUNCTION TRIM(DcSealName)
               ' written (' FUNCTION TRIM(DcOut) ' files, manifest '
               FUNCTION TRIM(DcManifestName) ').'.

      *    Adds the file in Tmp2FileName to the member list with its
      *    line count and checksum; a file that does not exist (a
      *    sidecar the vault never had) is simply left out. One that
      *    does not fit in the table sets DcMemOver.
       DecommissionAddMember.
           OPEN INPUT Tmp2File
           IF Tmp2FileStatus NOT = '00'
               CLOSE Tmp2File
               EXIT PARAGRAPH
           END-IF
           IF DcMemCount >= 120
               CLOSE Tmp2File
               MOVE 'Y' TO DcMemOver
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DcMemCount
           MOVE Tmp2FileName TO DcMemName(DcMemCount)
           MOVE 0 TO DcMemLines(DcMemCount)
           MOVE 0 TO DcSum
           MOVE 'N' TO DcEOF
           PERFORM UNTIL DcEOF = 'Y'
               READ Tmp2File INTO DcLine
                   AT END
                       MOVE 'Y' TO DcEOF
                   NOT AT END
                       ADD 1 TO DcMemLines(DcMemCount)
                       PERFORM DecommissionHashLine
               END-READ
           END-PERFORM
           CLOSE Tmp2File
           MOVE DcSum TO DcMemSum(DcMemCount)
           MOVE 'N' TO DcEOF.

      *    Same running checksum as the audit chain, over DcLine.
       DecommissionHashLine.
           COMPUTE DcLineLen = FUNCTION LENGTH(FUNCTION TRIM(DcLine
               TRAILING))
           PERFORM VARYING DcPos FROM 1 BY 1 UNTIL DcPos > DcLineLen
               COMPUTE DcSum = FUNCTION MOD(
                   DcSum * 31 + FUNCTION ORD(DcLine(DcPos:1)),
                   99999989)
           END-PERFORM.

       DecommissionManifestLine.
           MOVE DcSeal TO DcSum
           PERFORM DecommissionHashLine
           MOVE DcSum TO DcSeal
           MOVE DcLine(1:400) TO SegRecord
           WRITE SegRecord.

       DecommissionCertificate.
           MOVE SPACES TO DcCertName
           STRING
               FUNCTION TRIM(VaultName)
               '_decommission_'
               DcStamp
               '.txt'
               DELIMITED BY SIZE
               INTO DcCertName
           MOVE DcCertName TO ReportFileName
           OPEN OUTPUT ReportFile
           IF ReportFileStatus NOT = '00'
               CLOSE ReportFile
               DISPLAY 'Error writing the decommission certificate.'
               EXIT PARAGRAPH
           END-IF
           PERFORM CountVaultControls
           PERFORM LoadRegistry
           PERFORM FindRegistryRow

           MOVE 'VAULT DECOMMISSION CERTIFICATE' TO ReportRecord
           WRITE ReportRecord
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           MOVE SPACES TO ReportLine
           STRING
               'Vault:                 ' FUNCTION TRIM(VaultName)
               DELIMITED BY SIZE
               INTO ReportLine
           PERFORM DecommissionCertWrite
           IF RegHit > 0
               MOVE SPACES TO ReportLine
               STRING
                   'Owner / unit / class:  '
                   FUNCTION TRIM(RegOwner(RegHit)) ' / '
                   FUNCTION TRIM(RegUnit(RegHit)) ' / '
                   FUNCTION TRIM(RegClass(RegHit))
                   DELIMITED BY SIZE
                   INTO ReportLine
               PERFORM DecommissionCertWrite
               MOVE SPACES TO ReportLine
               STRING
                   'Registered:            ' RegCreated(RegHit)
                   DELIMITED BY SIZE
                   INTO ReportLine
               PERFORM DecommissionCertWrite
           END-IF
           MOVE SPACES TO ReportLine
           STRING
               'Decommissioned:        ' DcStamp(1:8) ' '
               DcStamp(9:6) ' by ' FUNCTION TRIM(CurrentOperator)
               DELIMITED BY SIZE
               INTO ReportLine
           PERFORM DecommissionCertWrite
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           MOVE VcEntries TO DcOut
           MOVE SPACES TO ReportLine
           STRING
               'Entries:               ' FUNCTION TRIM(DcOut)
               DELIMITED BY SIZE
               INTO ReportLine
           PERFORM DecommissionCertWrite
           MOVE VcOpers TO DcOut
           MOVE SPACES TO ReportLine
           STRING
               'Operators:             ' FUNCTION TRIM(DcOut)
               DELIMITED BY SIZE
               INTO ReportLine
           PERFORM DecommissionCertWrite
           MOVE VcFields TO DcOut
           MOVE SPACES TO ReportLine
           STRING
               'Custom-field records:  ' FUNCTION TRIM(DcOut)
               DELIMITED BY SIZE
               INTO ReportLine
           PERFORM DecommissionCertWrite
           MOVE SPACES TO ReportLine
           STRING
               'Identifier hash total: ' VcHash
               DELIMITED BY SIZE
               INTO ReportLine
           PERFORM DecommissionCertWrite
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           MOVE SPACES TO ReportLine
           STRING
               'Final backup set:      ' BackupStamp ' (verified)'
               DELIMITED BY SIZE
               INTO ReportLine
           PERFORM DecommissionCertWrite
           MOVE SPACES TO ReportLine
           STRING
               'Final audit archive:   ' FUNCTION TRIM(DcArchName)
               DELIMITED BY SIZE
               INTO ReportLine
           PERFORM DecommissionCertWrite
           MOVE SPACES TO ReportLine
           STRING
               'Final audit checksum:  ' DcAuditSum
               DELIMITED BY SIZE
               INTO ReportLine
           PERFORM DecommissionCertWrite
           MOVE SPACES TO ReportLine
           STRING
               'Sealed archive:        ' FUNCTION TRIM(DcSealName)
               DELIMITED BY SIZE
               INTO ReportLine
           PERFORM DecommissionCertWrite
           MOVE SPACES TO ReportLine
           STRING
               'Manifest / seal:       ' FUNCTION TRIM(DcManifestName)
               ' / ' DcSeal
               DELIMITED BY SIZE
               INTO ReportLine
           PERFORM DecommissionCertWrite
           MOVE DcExShred TO ExOut
           MOVE DcExGone TO ExOut2
           MOVE DcExAltered TO ExOut3
           MOVE SPACES TO ReportLine
           STRING
               'Decrypted exports:     ' FUNCTION TRIM(ExOut)
               ' shredded, ' FUNCTION TRIM(ExOut2) ' already gone, '
               FUNCTION TRIM(ExOut3) ' altered (left in place)'
               DELIMITED BY SIZE
               INTO ReportLine
           PERFORM DecommissionCertWrite
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           MOVE 'Archived files (lines, checksum):' TO ReportRecord
           WRITE ReportRecord
           PERFORM VARYING DcIdx FROM 1 BY 1 UNTIL DcIdx > DcMemCount
               MOVE DcMemLines(DcIdx) TO DcOut
               MOVE SPACES TO ReportLine
               STRING
                   '  ' FUNCTION TRIM(DcMemName(DcIdx))
                   '  ' FUNCTION TRIM(DcOut)
                   '  ' DcMemSum(DcIdx)
                   DELIMITED BY SIZE
                   INTO ReportLine
               PERFORM DecommissionCertWrite
           END-PERFORM
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           MOVE 'Registry status:       RETIRED' TO ReportRecord
           WRITE ReportRecord
           CLOSE ReportFile
           DISPLAY 'Decommission certificate written to '
               FUNCTION TRIM(DcCertName) '.'.

       DecommissionCertWrite.
           MOVE ReportLine TO ReportRecord
           WRITE ReportRecord.

      *    Appends ReportLine to the finished certificate.
       DecommissionCertLine.
           MOVE DcCertName TO ReportFileName
           OPEN EXTEND ReportFile
           IF ReportFileStatus NOT = '00'
               CLOSE ReportFile
               EXIT PARAGRAPH
           END-IF
           MOVE ReportLine TO ReportRecord
           WRITE ReportRecord
           CLOSE ReportFile.

      *    The backup family plus the working sidecars; DcRemoved
      *    counts the files that were actually there.
       DecommissionRemoveLive.
           MOVE 0 TO DcRemoved
           PERFORM VARYING BakIdx FROM 1 BY 1 UNTIL BakIdx > BakMembers
               MOVE SPACES TO BakSrcName
               STRING
                   FUNCTION TRIM(VaultName)
                   FUNCTION TRIM(BakSuffix(BakIdx))
                   DELIMITED BY SIZE
                   INTO BakSrcName
               PERFORM DecommissionRemoveOne
           END-PERFORM
           PERFORM VARYING DcIdx FROM 1 BY 1 UNTIL DcIdx > DcLiveCount
               MOVE SPACES TO BakSrcName
               STRING
                   FUNCTION TRIM(VaultName)
                   FUNCTION TRIM(DcLiveSuffix(DcIdx))
                   DELIMITED BY SIZE
                   INTO BakSrcName
               PERFORM DecommissionRemoveOne
           END-PERFORM.

       DecommissionRemoveOne.
           MOVE SPACES TO SYSTEM-COMMAND
           STRING
               'test -e '
               FUNCTION TRIM(BakSrcName)
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           MOVE RETURN-CODE TO DcSavedRc
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE RETURN-CODE TO DcRc
           MOVE DcSavedRc TO RETURN-CODE
           IF DcRc NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SYSTEM-COMMAND
           STRING
               'rm -f '
               FUNCTION TRIM(BakSrcName)
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE DcSavedRc TO RETURN-CODE
           ADD 1 TO DcRemoved
           MOVE SPACES TO ReportLine
           STRING
               '  removed ' FUNCTION TRIM(BakSrcName)
               DELIMITED BY SIZE
               INTO ReportLine
           PERFORM DecommissionCertLine.

      *    Everything that ever happened to one credential, oldest
      *    first: the audit trail (sealed archives and live log),
      *    password history, journal, check-out ledger, pending
      *    queue, trash and quarantine, merged through the sort file
      *    on time stamp. The sidecars are re-keyed to the new name
      *    at a rename, but the audit trail and the quarantine are
      *    not, so earlier names are followed back through the
      *    RENAME lines and each one's events are taken up to the
      *    moment it was renamed. Metadata only - no secret is ever
      *    written.
       CredentialTimeline.
           DISPLAY 'Identifier:'
           MOVE SPACES TO TlIdent
           ACCEPT TlIdent
           IF FUNCTION TRIM(TlIdent) = ''
               EXIT PARAGRAPH
           END-IF
           PERFORM TimelineAccessCheck
           IF TlAccessOk NOT = 'Y'
               DISPLAY 'Your operator access does not cover this'
                   ' entry.'
               EXIT PARAGRAPH
           END-IF
           PERFORM TimelineReport.

      *    An entry still in the vault is judged on its category;
      *    one that is gone can only be traced by an operator with
      *    unrestricted view access.
       TimelineAccessCheck.
           MOVE 'Y' TO TlAccessOk
           MOVE TlIdent TO Identifier
           CALL 'Encrypt'
               USING
                   Identifier
                   MainPassword
                   EncSearchId
           PERFORM FetchEntryRecord
           IF FetchFound = 'Y'
               PERFORM ParseEntryRecord
               MOVE MainPassword TO CipherKey
               MOVE ReadSalt TO CipherSalt
               MOVE ReadCategory TO CipherText
               PERFORM DecryptSecret
               MOVE CipherText TO CategoryWork
               PERFORM CheckViewAccess
               MOVE ViewAccessOk TO TlAccessOk
           ELSE
               IF FUNCTION TRIM(OperViewCats) NOT = '' AND
                       FUNCTION TRIM(OperViewCats) NOT = 'ALL'
                   MOVE 'N' TO TlAccessOk
               END-IF
           END-IF
           MOVE 'TIMELINE' TO AuditAction
           MOVE TlIdent TO AuditIdentifier
           IF TlAccessOk = 'Y'
               MOVE 'SUCCESS' TO AuditOutcome
           ELSE
               MOVE 'DENIED' TO AuditOutcome
           END-IF
           PERFORM WriteAuditLog.

       TimelineReport.
           PERFORM TimelineLoadFiles
           PERFORM TimelineResolveAliases
           MOVE 'CREDENTIAL TIMELINE' TO RptTitle
           MOVE SPACES TO RptParms
           STRING
               'identifier ' FUNCTION TRIM(TlIdent)
               DELIMITED BY SIZE
               INTO RptParms
           IF TlAliasCount > 1
               STRING
                   FUNCTION TRIM(RptParms)
                   ', earlier names '
                   FUNCTION TRIM(TlAliasList)
                   DELIMITED BY SIZE
                   INTO RptParms
           END-IF
           PERFORM PromptReportOutput
           MOVE 0 TO TlSeq
           MOVE 0 TO TlEvents
           SORT SortFile
               ON ASCENDING KEY SortKey
               INPUT PROCEDURE IS TimelineSortInput
               OUTPUT PROCEDURE IS TimelineSortOutput
           PERFORM CloseReportOutput.

      *    The audit trail in order: archives from the catalog, then
      *    the live log.
       TimelineLoadFiles.
           MOVE 0 TO TlFileCount
           MOVE SPACES TO TlFileTable
           MOVE SPACES TO ArchCatalogName
           STRING
               FUNCTION TRIM(VaultName)
               '_audit_archives.dat'
               DELIMITED BY SIZE
               INTO ArchCatalogName
           MOVE ArchCatalogName TO SegFileName
           MOVE 'N' TO TlEOF
           OPEN INPUT SegFile
           IF SegFileStatus = '00'
               PERFORM UNTIL TlEOF = 'Y'
                   READ SegFile
                       AT END
                           MOVE 'Y' TO TlEOF
                       NOT AT END
                           IF FUNCTION TRIM(SegRecord) NOT = '' AND
                                   TlFileCount < 199
                               ADD 1 TO TlFileCount
                               MOVE SegRecord(1:100)
                                   TO TlFile(TlFileCount)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SegFile
           ADD 1 TO TlFileCount
           STRING
               FUNCTION TRIM(VaultName)
               '_audit.log'
               DELIMITED BY SIZE
               INTO TlFile(TlFileCount).

      *    Collects every successful "old -> new" rename from the
      *    trail, then walks back from the identifier asked for.
       TimelineResolveAliases.
           MOVE SPACES TO TlAliasTable
           MOVE SPACES TO TlAliasList
           MOVE 1 TO TlAliasCount
           MOVE TlIdent TO TlAliasName(1)
           MOVE ALL '9' TO TlAliasUntil(1)
           MOVE 0 TO TlRenCount
           MOVE SPACES TO TlRenTable
           MOVE 'R' TO TlPass
           PERFORM TimelineReadAudit
           MOVE 'Y' TO TlAdded
           PERFORM UNTIL TlAdded NOT = 'Y'
               MOVE 'N' TO TlAdded
               PERFORM VARYING TlRenIdx FROM 1 BY 1
                       UNTIL TlRenIdx > TlRenCount
                   PERFORM TimelineAliasFromRename
               END-PERFORM
           END-PERFORM
           PERFORM VARYING TlAliasIdx FROM 1 BY 1
                   UNTIL TlAliasIdx > TlAliasCount
               MOVE TlAliasName(TlAliasIdx) TO Identifier
               CALL 'Encrypt'
                   USING
                       Identifier
                       MainPassword
                       TlAliasEnc(TlAliasIdx)
               IF TlAliasIdx > 1
                   STRING
                       FUNCTION TRIM(TlAliasList) ' '
                       FUNCTION TRIM(TlAliasName(TlAliasIdx))
                       DELIMITED BY SIZE
                       INTO TlAliasList
               END-IF
           END-PERFORM.

      *    A rename into a known name adds the name it came from,
      *    valid up to the rename.
       TimelineAliasFromRename.
           IF TlAliasCount >= 10
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TlAliasHit
           PERFORM VARYING TlAliasIdx FROM 1 BY 1
                   UNTIL TlAliasIdx > TlAliasCount
               IF TlAliasName(TlAliasIdx) = TlRenTo(TlRenIdx) AND
                       TlRenStamp(TlRenIdx) <= TlAliasUntil(TlAliasIdx)
                   MOVE TlAliasIdx TO TlAliasHit
               END-IF
           END-PERFORM
           IF TlAliasHit = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TlAliasIdx FROM 1 BY 1
                   UNTIL TlAliasIdx > TlAliasCount
               IF TlAliasName(TlAliasIdx) = TlRenFrom(TlRenIdx)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           ADD 1 TO TlAliasCount
           MOVE TlRenFrom(TlRenIdx) TO TlAliasName(TlAliasCount)
           MOVE TlRenStamp(TlRenIdx) TO TlAliasUntil(TlAliasCount)
           MOVE 'Y' TO TlAdded.

      *    TlPass 'R' collects renames, 'E' releases the events.
       TimelineReadAudit.
           PERFORM VARYING TlFileIdx FROM 1 BY 1
                   UNTIL TlFileIdx > TlFileCount
               MOVE TlFile(TlFileIdx) TO AuditFileName
               MOVE 'N' TO AuditEOF
               OPEN INPUT AuditFile
               IF AuditFileStatus = '00'
                   PERFORM UNTIL AuditEOF = 'Y'
                       READ AuditFile
                           AT END
                               MOVE 'Y' TO AuditEOF
                           NOT AT END
                               MOVE AuditRecord TO AuditTailLine
                               PERFORM TimelineAuditLine
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE AuditFile
           END-PERFORM.

       TimelineAuditLine.
           PERFORM ExtractAuditSuffix
           IF AuditSuffixOk = 'Y'
               MOVE AuditTailLine(1:AuditCommaPos - 1) TO TlBody
           ELSE
               MOVE AuditTailLine TO TlBody
           END-IF
           MOVE SPACES TO TlStamp
           MOVE SPACES TO TlWhat
           MOVE SPACES TO TlIdentIn
           MOVE SPACES TO TlOutcome
           MOVE SPACES TO TlWho
           MOVE SPACES TO TlReason
           MOVE 1 TO TlPtr
           UNSTRING TlBody DELIMITED BY ','
               INTO TlStamp TlWhat TlIdentIn TlOutcome TlWho
               WITH POINTER TlPtr
           END-UNSTRING
           IF TlPtr < 260
               MOVE TlBody(TlPtr:) TO TlReason
           END-IF

           MOVE SPACES TO TlFrom
           MOVE SPACES TO TlTo
           IF FUNCTION TRIM(TlWhat) = 'RENAME'
               MOVE 0 TO TlArrow
               INSPECT TlIdentIn TALLYING TlArrow
                   FOR CHARACTERS BEFORE INITIAL ' -> '
               IF TlArrow < 50
                   MOVE TlIdentIn(1:TlArrow) TO TlFrom
                   MOVE TlIdentIn(TlArrow + 5:) TO TlTo
               END-IF
           END-IF

           IF TlPass = 'R'
               IF FUNCTION TRIM(TlOutcome) = 'SUCCESS' AND
                       TlTo NOT = SPACES AND TlRenCount < 200
                   ADD 1 TO TlRenCount
                   MOVE TlFrom TO TlRenFrom(TlRenCount)
                   MOVE TlTo TO TlRenTo(TlRenCount)
                   MOVE TlStamp TO TlRenStamp(TlRenCount)
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO TlAliasHit
           PERFORM VARYING TlAliasIdx FROM 1 BY 1
                   UNTIL TlAliasIdx > TlAliasCount
               IF TlStamp <= TlAliasUntil(TlAliasIdx) AND
                       (TlIdentIn = TlAliasName(TlAliasIdx) OR
                        TlFrom = TlAliasName(TlAliasIdx) OR
                        TlTo = TlAliasName(TlAliasIdx))
                   MOVE TlAliasIdx TO TlAliasHit
               END-IF
           END-PERFORM
           IF TlAliasHit = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'AUDIT' TO TlSource
           IF TlFrom NOT = SPACES
               MOVE SPACES TO TlBody
               STRING
                   FUNCTION TRIM(TlIdentIn) ' '
                   FUNCTION TRIM(TlReason)
                   DELIMITED BY SIZE
                   INTO TlBody
               MOVE TlBody TO TlReason
           END-IF
           PERFORM TimelineRelease.

      *    One event into the sort: key = stamp + arrival order, so
      *    events within the same second keep their file order.
       TimelineRelease.
           ADD 1 TO TlSeq
           ADD 1 TO TlEvents
           MOVE SPACES TO SortRecord
           MOVE TlStamp TO SortKey(1:14)
           MOVE TlSeq TO SortKey(15:6)
           MOVE 'T' TO SortType
           MOVE TlSource TO SortData(1:8)
           MOVE TlWho TO SortData(10:16)
           MOVE TlWhat TO SortData(27:20)
           MOVE TlOutcome TO SortData(48:12)
           MOVE TlReason TO SortData(61:124)
           RELEASE SortRecord.

      *    TlAliasHit = alias whose encrypted name is in TlEncWork.
       TimelineMatchEnc.
           MOVE 0 TO TlAliasHit
           PERFORM VARYING TlAliasIdx FROM 1 BY 1
                   UNTIL TlAliasIdx > TlAliasCount
               IF TlEncWork = TlAliasEnc(TlAliasIdx)
                   MOVE TlAliasIdx TO TlAliasHit
               END-IF
           END-PERFORM.

       TimelineSortInput.
           MOVE 'E' TO TlPass
           PERFORM TimelineReadAudit
           PERFORM TimelineHistory
           PERFORM TimelineJournal
           PERFORM TimelineLedger
           PERFORM TimelinePending
           PERFORM TimelineTrash
           PERFORM TimelineQuarantine.

      *    History lines carry the replaced password, or - under the
      *    old name - the RENAMED TO marker; only the marker text is
      *    ever shown.
       TimelineHistory.
           MOVE SPACES TO Tmp2FileName
           STRING
               FUNCTION TRIM(VaultName)
               '_history.csv'
               DELIMITED BY SIZE
               INTO Tmp2FileName
           PERFORM TimelineOpenSidecar
           PERFORM UNTIL TlEOF = 'Y'
               READ Tmp2File INTO TlLine
                   AT END
                       MOVE 'Y' TO TlEOF
                   NOT AT END
                       MOVE TlLine(2:50) TO TlEncWork
                       PERFORM TimelineMatchEnc
                       IF TlAliasHit > 0
                           MOVE TlLine(108:14) TO TlStamp
                           MOVE TlLine(125:8) TO TlSalt
                           MOVE MainPassword TO CipherKey
                           MOVE TlSalt TO CipherSalt
                           MOVE TlLine(55:50) TO CipherText
                           PERFORM DecryptSecret
                           MOVE CipherText TO TlNote
                           MOVE SPACES TO CipherText
                           MOVE 'HISTORY' TO TlSource
                           MOVE '-' TO TlWho
                           IF TlNote(1:11) = 'RENAMED TO '
                               MOVE 'RENAME MARKER' TO TlWhat
                               MOVE 'RECORDED' TO TlOutcome
                               MOVE SPACES TO TlReason
                               STRING
                                   FUNCTION TRIM(
                                       TlAliasName(TlAliasHit))
                                   ' ' FUNCTION TRIM(TlNote)
                                   DELIMITED BY SIZE
                                   INTO TlReason
                           ELSE
                               MOVE 'PASSWORD RETIRED' TO TlWhat
                               MOVE 'ARCHIVED' TO TlOutcome
                               MOVE 'previous password kept in history'
                                   TO TlReason
                           END-IF
                           MOVE SPACES TO TlNote
                           PERFORM TimelineRelease
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Tmp2File.

      *    Before-images (and add markers) of every change; the
      *    FIELD lines belong to the change above them.
       TimelineJournal.
           MOVE SPACES TO Tmp2FileName
           STRING
               FUNCTION TRIM(VaultName)
               '_journal.csv'
               DELIMITED BY SIZE
               INTO Tmp2FileName
           PERFORM TimelineOpenSidecar
           PERFORM UNTIL TlEOF = 'Y'
               READ Tmp2File INTO TlLine
                   AT END
                       MOVE 'Y' TO TlEOF
                   NOT AT END
                       MOVE SPACES TO TlEncWork
                       EVALUATE TRUE
                           WHEN TlLine(29:6) = 'ADDED,'
                               MOVE TlLine(35:50) TO TlEncWork
                               MOVE 'ADDED' TO TlOutcome
                               MOVE 'undo removes the entry'
                                   TO TlReason
                           WHEN TlLine(29:1) = '"'
                               MOVE TlLine(30:50) TO TlEncWork
                               MOVE 'BEFORE-IMAGE' TO TlOutcome
                               MOVE 'prior state kept for undo'
                                   TO TlReason
                       END-EVALUATE
                       IF TlEncWork NOT = SPACES
                           PERFORM TimelineMatchEnc
                           IF TlAliasHit > 0
                               MOVE TlLine(2:14) TO TlStamp
                               MOVE 'JOURNAL' TO TlSource
                               MOVE '-' TO TlWho
                               MOVE TlLine(18:10) TO TlWhat
                               PERFORM TimelineRelease
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Tmp2File.

       TimelineLedger.
           PERFORM BuildLedgerName
           MOVE LedgerFileName TO Tmp2FileName
           PERFORM TimelineOpenSidecar
           PERFORM UNTIL TlEOF = 'Y'
               READ Tmp2File INTO TlLine
                   AT END
                       MOVE 'Y' TO TlEOF
                   NOT AT END
                       MOVE TlLine(2:50) TO TlEncWork
                       PERFORM TimelineMatchEnc
                       IF TlAliasHit > 0
                           MOVE TlLine(108:14) TO TlStamp
                           MOVE 'CHECKOUT' TO TlSource
                           MOVE TlLine(55:50) TO TlWho
                           MOVE 'CHECKOUT' TO TlWhat
                           MOVE 'HELD' TO TlOutcome
                           MOVE 'still checked out' TO TlReason
                           PERFORM TimelineRelease
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Tmp2File.

       TimelinePending.
           MOVE SPACES TO Tmp2FileName
           STRING
               FUNCTION TRIM(VaultName)
               '_pending.csv'
               DELIMITED BY SIZE
               INTO Tmp2FileName
           PERFORM TimelineOpenSidecar
           PERFORM UNTIL TlEOF = 'Y'
               READ Tmp2File INTO TlLine
                   AT END
                       MOVE 'Y' TO TlEOF
                   NOT AT END
                       MOVE TlLine(28:50) TO TlEncWork
                       PERFORM TimelineMatchEnc
                       IF TlAliasHit > 0
                           MOVE TlLine(2:14) TO TlStamp
                           MOVE 'PENDING' TO TlSource
                           MOVE TlLine(81:50) TO TlWho
                           MOVE SPACES TO TlWhat
                           STRING
                               'PENDING ' TlLine(19:6)
                               DELIMITED BY SIZE
                               INTO TlWhat
                           MOVE 'QUEUED' TO TlOutcome
                           MOVE 'awaiting ADMIN review' TO TlReason
                           PERFORM TimelineRelease
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Tmp2File.

       TimelineTrash.
           PERFORM BuildTrashName
           MOVE TrashFileName TO Tmp2FileName
           PERFORM TimelineOpenSidecar
           PERFORM UNTIL TlEOF = 'Y'
               READ Tmp2File INTO TlLine
                   AT END
                       MOVE 'Y' TO TlEOF
                   NOT AT END
                       IF TlLine(18:1) = '"'
                           MOVE TlLine(19:50) TO TlEncWork
                           PERFORM TimelineMatchEnc
                           IF TlAliasHit > 0
                               MOVE TlLine(2:14) TO TlStamp
                               MOVE 'TRASH' TO TlSource
                               MOVE '-' TO TlWho
                               MOVE 'DELETE' TO TlWhat
                               MOVE 'IN TRASH' TO TlOutcome
                               MOVE 'recoverable until purged'
                                   TO TlReason
                               PERFORM TimelineRelease
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Tmp2File.

      *    Quarantined records keep the name they were pulled under.
       TimelineQuarantine.
           MOVE SPACES TO Tmp2FileName
           STRING
               FUNCTION TRIM(VaultName)
               '_quarantine.log'
               DELIMITED BY SIZE
               INTO Tmp2FileName
           PERFORM TimelineOpenSidecar
           PERFORM UNTIL TlEOF = 'Y'
               READ Tmp2File INTO TlLine
                   AT END
                       MOVE 'Y' TO TlEOF
                   NOT AT END
                       MOVE SPACES TO TlEncWork
                       IF TlLine(29:1) = '"'
                           MOVE TlLine(30:50) TO TlEncWork
                       END-IF
                       IF TlLine(29:1) = '+'
                           MOVE TlLine(31:50) TO TlEncWork
                       END-IF
                       IF TlEncWork NOT = SPACES
                           PERFORM TimelineMatchEnc
                           IF TlAliasHit > 0
                               MOVE TlLine(2:14) TO TlStamp
                               MOVE 'QUARANT' TO TlSource
                               MOVE '-' TO TlWho
                               MOVE 'QUARANTINE' TO TlWhat
                               MOVE TlLine(18:10) TO TlOutcome
                               MOVE 'record pulled from the vault'
                                   TO TlReason
                               PERFORM TimelineRelease
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Tmp2File.

      *    Opens the sidecar in Tmp2FileName; a missing one reads as
      *    empty.
       TimelineOpenSidecar.
           MOVE 'N' TO TlEOF
           OPEN INPUT Tmp2File
           IF Tmp2FileStatus NOT = '00'
               MOVE 'Y' TO TlEOF
           END-IF.

       TimelineSortOutput.
           MOVE SPACES TO RptOutLine
           MOVE 'when' TO RptOutLine(1:15)
           MOVE 'source' TO RptOutLine(17:8)
           MOVE 'who' TO RptOutLine(26:16)
           MOVE 'what' TO RptOutLine(43:20)
           MOVE 'outcome' TO RptOutLine(64:12)
           MOVE 'reason' TO RptOutLine(77:6)
           PERFORM EmitReportLine
           MOVE 'N' TO TlEOF
           PERFORM UNTIL TlEOF = 'Y'
               RETURN SortFile
                   AT END
                       MOVE 'Y' TO TlEOF
                   NOT AT END
                       MOVE SPACES TO RptOutLine
                       STRING
                           SortKey(1:8) ' ' SortKey(9:6) ' '
                           SortData(1:184)
                           DELIMITED BY SIZE
                           INTO RptOutLine
                       PERFORM EmitReportLine
               END-RETURN
           END-PERFORM
           MOVE SPACES TO RptOutLine
           PERFORM EmitReportLine
           MOVE TlEvents TO TlOut
           STRING
               FUNCTION TRIM(TlOut) ' event(s)'
               DELIMITED BY SIZE
               INTO RptOutLine
           PERFORM EmitReportLine.

      *    Contact address the notification spool routes to. Commas
      *    and "|" would break the OPER record and the spool line.
       AcceptOperatorContact.
           MOVE 'N' TO NtfInputOk
           DISPLAY
               'Notification contact address (up to 40 characters,'
               ' enter for none):'
           MOVE SPACES TO NtfInput
           ACCEPT NtfInput
           IF FUNCTION LENGTH(FUNCTION TRIM(NtfInput)) > 40
               DISPLAY 'Contact address is longer than 40 characters.'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO Pos
           INSPECT NtfInput TALLYING Pos FOR ALL ',' ALL '|'
           IF Pos > 0
               DISPLAY 'Contact address may not contain "," or "|".'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(NtfInput) TO OperReadContact
           MOVE SPACES TO NtfLoadedFor
           MOVE 'Y' TO NtfInputOk.

       SetOperatorContact.
           DISPLAY 'Operator name:'
           ACCEPT OperName
           PERFORM FindOperatorRecord
           IF OperFound NOT = 'Y'
               DISPLAY 'No such operator.'
               EXIT PARAGRAPH
           END-IF
           IF OperReadContact NOT = SPACES
               DISPLAY 'Current contact: '
                   FUNCTION TRIM(OperReadContact)
           END-IF
           PERFORM AcceptOperatorContact
           IF NtfInputOk NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM RewriteOperatorRecord
           IF OperRewritten = 'Y'
               DISPLAY 'Contact updated for '
                   FUNCTION TRIM(OperName) '.'
               MOVE 'SUCCESS' TO AuditOutcome
           ELSE
               DISPLAY 'Contact for ' FUNCTION TRIM(OperName)
                   ' could not be changed.'
               MOVE 'FAILURE' TO AuditOutcome
           END-IF
           MOVE 'OPERCONTACT' TO AuditAction
           MOVE OperName TO AuditIdentifier
           MOVE SPACES TO AuditReason
           IF OperReadContact = SPACES
               MOVE 'contact cleared' TO AuditReason
           ELSE
               MOVE OperReadContact TO AuditReason
           END-IF
           PERFORM WriteAuditLog.

      *    Notification spool. Anything a person has to act on is
      *    appended to one spool shared by every vault in the
      *    directory, addressed by role to the contact addresses on
      *    the OPER records, for the mail relay job to pick up and
      *    send. The caller sets NtfKind, NtfRole (ADMIN, APPROVER
      *    or HOLDER with NtfHolder), NtfKey and NtfText; a key that
      *    was already spooled by an earlier run is not spooled
      *    again. With no contact on file for the role the message
      *    still goes out, addressed to "*", for the relay's
      *    default mailbox.
       NotifyQueue.
           MOVE SPACES TO NtfFullKey
           STRING
               FUNCTION TRIM(VaultName)
               '|'
               FUNCTION TRIM(NtfKind)
               '|'
               FUNCTION TRIM(NtfKey)
               DELIMITED BY SIZE
               INTO NtfFullKey
           PERFORM NotifyCheckSent
           IF NtfSeen = 'Y'
               ADD 1 TO NtfDup
               EXIT PARAGRAPH
           END-IF
           IF NtfLoadedFor NOT = VaultName
               PERFORM NotifyLoadContacts
           END-IF

           MOVE FUNCTION CURRENT-DATE TO NtfNow
           MOVE 0 TO NtfSent
           MOVE 'notify_spool.dat' TO MergeFileName
           OPEN EXTEND MergeFile
           IF MergeFileStatus NOT = '00'
               OPEN OUTPUT MergeFile
           END-IF
           IF MergeFileStatus NOT = '00'
               CLOSE MergeFile
               DISPLAY 'Warning: notification spool not writable.'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING NtfIdx FROM 1 BY 1
                   UNTIL NtfIdx > NtfOpCount
               PERFORM NotifyMatchRole
               IF NtfMatch = 'Y' AND
                       NtfOpContact(NtfIdx) NOT = SPACES
                   MOVE NtfOpName(NtfIdx) TO NtfToName
                   MOVE NtfOpContact(NtfIdx) TO NtfToContact
                   PERFORM NotifyWriteLine
               END-IF
           END-PERFORM
           IF NtfSent = 0
               MOVE '*' TO NtfToName
               MOVE SPACES TO NtfToContact
               PERFORM NotifyWriteLine
           END-IF
           CLOSE MergeFile

           MOVE 'notify_sent.dat' TO MergeFileName
           OPEN EXTEND MergeFile
           IF MergeFileStatus NOT = '00'
               OPEN OUTPUT MergeFile
           END-IF
           MOVE SPACES TO NtfLine
           STRING
               NtfNow(1:8)
               '|'
               NtfFullKey
               DELIMITED BY SIZE
               INTO NtfLine
           MOVE NtfLine TO MergeRecord
           WRITE MergeRecord
           CLOSE MergeFile
           ADD 1 TO NtfQueued.

       NotifyCheckSent.
           MOVE 'N' TO NtfSeen
           MOVE 'notify_sent.dat' TO MergeFileName
           OPEN INPUT MergeFile
           IF MergeFileStatus NOT = '00'
               CLOSE MergeFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO NtfEOF
           PERFORM UNTIL NtfEOF = 'Y'
               READ MergeFile INTO NtfSentLine
                   AT END
                       MOVE 'Y' TO NtfEOF
                   NOT AT END
                       IF NtfSentLine(10:300) = NtfFullKey
                           MOVE 'Y' TO NtfSeen
                           MOVE 'Y' TO NtfEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MergeFile.

      *    Approvers are the ADMINs, the only role that can work
      *    through ReviewPendingChanges; grantors are the ADMINs and
      *    APPROVERs who decide access requests; a holder or a
      *    requester is the one operator named in NtfHolder.
       NotifyMatchRole.
           MOVE 'N' TO NtfMatch
           EVALUATE FUNCTION TRIM(NtfRole)
               WHEN 'ADMIN'
               WHEN 'APPROVER'
                   IF NtfOpRole(NtfIdx) = 'ADMIN'
                       MOVE 'Y' TO NtfMatch
                   END-IF
               WHEN 'GRANTOR'
                   IF NtfOpRole(NtfIdx) = 'ADMIN' OR
                           NtfOpRole(NtfIdx) = 'APPROVER'
                       MOVE 'Y' TO NtfMatch
                   END-IF
               WHEN 'HOLDER'
               WHEN 'REQUESTER'
                   IF NtfOpName(NtfIdx) = NtfHolder
                       MOVE 'Y' TO NtfMatch
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       NotifyWriteLine.
           MOVE SPACES TO NtfLine
           STRING
               NtfNow(1:14)
               '|'
               FUNCTION TRIM(VaultName)
               '|'
               FUNCTION TRIM(NtfKind)
               '|'
               FUNCTION TRIM(NtfRole)
               '|'
               FUNCTION TRIM(NtfToName)
               '|'
               FUNCTION TRIM(NtfToContact)
               '|'
               FUNCTION TRIM(NtfText)
               DELIMITED BY SIZE
               INTO NtfLine
           MOVE NtfLine TO MergeRecord
           WRITE MergeRecord
           ADD 1 TO NtfSent.

      *    The routing table is read straight from the vault file's
      *    OPER records, so it works for the audit-only jobs that
      *    never open the vault with a password.
       NotifyLoadContacts.
           MOVE 0 TO NtfOpCount
           MOVE VaultName TO NtfLoadedFor
           MOVE SPACES TO MergeFileName
           STRING
               FUNCTION TRIM(VaultName)
               '.csv'
               DELIMITED BY SIZE
               INTO MergeFileName
           OPEN INPUT MergeFile
           IF MergeFileStatus NOT = '00'
               CLOSE MergeFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO NtfEOF
           PERFORM UNTIL NtfEOF = 'Y'
               READ MergeFile INTO NtfSentLine
                   AT END
                       MOVE 'Y' TO NtfEOF
                   NOT AT END
                       IF NtfSentLine(1:5) = 'OPER,' AND
                               NtfOpCount < 100
                           MOVE SPACES TO NtfInName
                           MOVE SPACES TO NtfInRole
                           MOVE SPACES TO NtfInContact
                           UNSTRING NtfSentLine DELIMITED BY ','
                               INTO NtfTag NtfInName NtfSkip
                                   NtfInRole NtfSkip NtfSkip
                                   NtfSkip NtfSkip NtfSkip
                                   NtfSkip NtfSkip NtfInContact
                           END-UNSTRING
                           ADD 1 TO NtfOpCount
                           MOVE NtfInName TO NtfOpName(NtfOpCount)
                           MOVE NtfInRole TO NtfOpRole(NtfOpCount)
                           MOVE NtfInContact
                               TO NtfOpContact(NtfOpCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MergeFile.

      *    Nightly pass over the dual-control queue so that changes
      *    queued before a contact was on file, or whose first
      *    notice was lost, still reach the approvers once.
       NotifyPendingScan.
           MOVE SPACES TO PendFileName
           STRING
               FUNCTION TRIM(VaultName)
               '_pending.csv'
               DELIMITED BY SIZE
               INTO PendFileName
           MOVE 'N' TO PendEOF
           OPEN INPUT PendFile
           IF PendFileStatus NOT = '00'
               CLOSE PendFile
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PendEOF = 'Y'
               READ PendFile INTO PendLine
                   AT END
                       MOVE 'Y' TO PendEOF
                   NOT AT END
                       IF PendLine(1:1) = '"'
                           PERFORM NotifyPendingLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PendFile.

      *    PendLine holds one queued change: stamp (2:14), operation
      *    (19:6), encrypted identifier (28:50), operator (81:50).
       NotifyPendingLine.
           MOVE PendLine(28:50) TO PendDecId
           CALL 'Decrypt'
               USING
                   PendDecId
                   MainPassword
                   PendDecId
           MOVE 'PENDING' TO NtfKind
           MOVE 'APPROVER' TO NtfRole
           MOVE SPACES TO NtfKey
           STRING
               PendLine(2:14)
               '|'
               PendLine(28:50)
               DELIMITED BY SIZE
               INTO NtfKey
           MOVE SPACES TO NtfText
           STRING
               FUNCTION TRIM(PendLine(19:6))
               ' of '
               FUNCTION TRIM(PendDecId)
               ' queued by '
               FUNCTION TRIM(PendLine(81:50))
               ' at '
               PendLine(2:14)
               ' is waiting for approval'
               DELIMITED BY SIZE
               INTO NtfText
           PERFORM NotifyQueue.

      *    Sent keys older than 90 days are dropped so the key file
      *    does not grow without bound; a finding still open after
      *    that long is spooled once more as a reminder.
       NotifyPruneSent.
           MOVE 0 TO NtfPruned
           MOVE 0 TO NtfKept
           MOVE FUNCTION CURRENT-DATE TO NtfNow
           MOVE NtfNow(1:8) TO DateNum
           COMPUTE NtfCutoff = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DateNum) - 90)
           MOVE 'notify_sent.dat' TO MergeFileName
           OPEN INPUT MergeFile
           IF MergeFileStatus NOT = '00'
               CLOSE MergeFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'notify_sent.tmp' TO Tmp2FileName
           OPEN OUTPUT Tmp2File
           IF Tmp2FileStatus NOT = '00'
               CLOSE Tmp2File
               CLOSE MergeFile
               DISPLAY 'Error opening notify_sent.tmp; sent keys'
                   ' not pruned.'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO NtfEOF
           PERFORM UNTIL NtfEOF = 'Y'
               READ MergeFile INTO NtfSentLine
                   AT END
                       MOVE 'Y' TO NtfEOF
                   NOT AT END
                       IF NtfSentLine(1:8) IS NUMERIC AND
                               NtfSentLine(1:8) < NtfCutoff
                           ADD 1 TO NtfPruned
                       ELSE
                           ADD 1 TO NtfKept
                           MOVE NtfSentLine TO Tmp2Record
                           WRITE Tmp2Record
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MergeFile
           CLOSE Tmp2File
           IF NtfPruned > 0
               MOVE SPACES TO SYSTEM-COMMAND
               STRING
                   'mv notify_sent.tmp notify_sent.dat'
                   DELIMITED BY SIZE
                   INTO SYSTEM-COMMAND
               CALL "SYSTEM" USING SYSTEM-COMMAND
               IF RETURN-CODE NOT = 0
                   DISPLAY 'Could not replace notify_sent.dat; sent'
                       ' keys not pruned.'
                   MOVE 0 TO NtfPruned
               END-IF
           ELSE
               MOVE SPACES TO SYSTEM-COMMAND
               STRING
                   'rm -f notify_sent.tmp'
                   DELIMITED BY SIZE
                   INTO SYSTEM-COMMAND
               CALL "SYSTEM" USING SYSTEM-COMMAND
           END-IF.

      *    A due entry a live run leaves unrotated - held by a
      *    change freeze or outside the token's scope - is spooled
      *    once per due date.
       NotifyRotationDue.
           MOVE 'ROTATEDUE' TO NtfKind
           MOVE 'ADMIN' TO NtfRole
           MOVE SPACES TO NtfKey
           STRING
               FUNCTION TRIM(ReadIdentifier)
               '|'
               ReadRotateDue
               DELIMITED BY SIZE
               INTO NtfKey
           MOVE SPACES TO NtfText
           STRING
               FUNCTION TRIM(ReadIdentifier)
               ' was due for rotation on '
               ReadRotateDue
               ' and has not been rotated'
               DELIMITED BY SIZE
               INTO NtfText
           PERFORM NotifyQueue.

       NotifyRotationFailed.
           MOVE 'ROTATEFAIL' TO NtfKind
           MOVE 'ADMIN' TO NtfRole
           MOVE SPACES TO NtfKey
           STRING
               FUNCTION TRIM(BatchIdentifier)
               '|'
               DueToday
               DELIMITED BY SIZE
               INTO NtfKey
           MOVE SPACES TO NtfText
           STRING
               'Scheduled rotation of '
               FUNCTION TRIM(BatchIdentifier)
               ' failed on '
               DueToday
               DELIMITED BY SIZE
               INTO NtfText
           PERFORM NotifyQueue.

      *    LedgerLine holds one check-out: encrypted identifier
      *    (2:50), holder (55:50), check-out stamp (108:14); the
      *    caller has already decrypted the identifier.
       NotifyStaleCheckout.
           MOVE 'STALE' TO NtfKind
           MOVE 'HOLDER' TO NtfRole
           MOVE LedgerLine(55:50) TO NtfHolder
           MOVE SPACES TO NtfKey
           STRING
               LedgerLine(2:50)
               '|'
               LedgerLine(108:14)
               DELIMITED BY SIZE
               INTO NtfKey
           MOVE SPACES TO NtfText
           STRING
               FUNCTION TRIM(TrashDecId)
               ' has been checked out to '
               FUNCTION TRIM(LedgerLine(55:50))
               ' for '
               FUNCTION TRIM(AgeDaysOut)
               ' day(s) - please check it back in'
               DELIMITED BY SIZE
               INTO NtfText
           PERFORM NotifyQueue.

      *    Just-in-time access grants. An operator whose category
      *    scope does not cover an entry or a category asks for
      *    time-limited view or edit access with a reason; an
      *    APPROVER or ADMIN grants or denies it here. Grants live
      *    in <vault>_grants.dat, one fixed-layout GrRec per line:
      *    REQUEST, then ACTIVE or DENIED, then EXPIRED once the end
      *    time has passed. Grants are short-lived and the audit
      *    trail already names the target in clear, so the target
      *    is kept in clear too and a re-key leaves the file alone.
       GrantAccessScreen.
           IF ReadOnlySession NOT = 'Y'
               PERFORM GrantExpireSweep
           END-IF
           PERFORM GrantLoadSession
           DISPLAY 'Just-in-time access grants'
           DISPLAY
               'R) Request access  L) List my grants  A) Active'
               ' grants report'
           IF OperatorRole = 'ADMIN' OR OperIsApprover = 'Y'
               DISPLAY 'D) Decide waiting requests'
           END-IF
           DISPLAY 'enter) back'
           MOVE SPACES TO GrtDecision
           ACCEPT GrtDecision
           EVALUATE GrtDecision
               WHEN 'R'
                   PERFORM GrantRequest
               WHEN 'L'
                   PERFORM GrantListMine
               WHEN 'A'
                   MOVE 'ACTIVE ACCESS GRANTS' TO RptTitle
                   MOVE SPACES TO RptParms
                   PERFORM PromptReportOutput
                   PERFORM GrantActiveScan
                   PERFORM CloseReportOutput
               WHEN 'D'
                   PERFORM GrantDecide
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BuildGrantName.
           MOVE SPACES TO GrtFileName
           STRING
               FUNCTION TRIM(VaultName)
               '_grants.dat'
               DELIMITED BY SIZE
               INTO GrtFileName.

       GrantRequest.
           IF ReadOnlySession = 'Y'
               DISPLAY
                   'This session is read-only; requests cannot be'
                   ' filed from it.'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GrRec
           DISPLAY 'Access to E) one entry  C) a whole category:'
           MOVE SPACES TO GrtInput
           ACCEPT GrtInput
           EVALUATE GrtInput(1:1)
               WHEN 'E'
                   MOVE 'E' TO GrScope
                   DISPLAY 'Identifier:'
                   ACCEPT Identifier
                   CALL 'Encrypt'
                       USING
                           Identifier
                           MainPassword
                           EncSearchId
                   PERFORM CheckIdentifierExists
                   IF DuplicateFound NOT = 'Y'
                       DISPLAY 'No such entry in the vault.'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE Identifier TO GrTarget
               WHEN 'C'
                   MOVE 'C' TO GrScope
                   DISPLAY 'Category:'
                   ACCEPT GrTarget
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF FUNCTION TRIM(GrTarget) = ''
               DISPLAY 'Nothing requested.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'V) view only  E) view and edit:'
           MOVE SPACES TO GrtInput
           ACCEPT GrtInput
           IF GrtInput(1:1) = 'E'
               MOVE 'E' TO GrAccess
           ELSE
               MOVE 'V' TO GrAccess
           END-IF
           DISPLAY 'Hours needed (1-72, enter for 4):'
           MOVE SPACES TO GrtInput
           ACCEPT GrtInput
           IF FUNCTION TRIM(GrtInput) = ''
               MOVE 4 TO GrHours
           ELSE
               IF FUNCTION TRIM(GrtInput) IS NOT NUMERIC
                   DISPLAY 'Not a number of hours.'
                   EXIT PARAGRAPH
               END-IF
               COMPUTE GrHours = FUNCTION NUMVAL(GrtInput)
           END-IF
           IF GrHours < 1 OR GrHours > 72
               DISPLAY 'A grant runs for 1 to 72 hours.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Reason (required):'
           ACCEPT GrReason
           IF FUNCTION TRIM(GrReason) = ''
               DISPLAY 'A reason is required.'
               EXIT PARAGRAPH
           END-IF

           PERFORM GrantNextId
           MOVE GrtMaxId TO GrId
           MOVE 'REQUEST' TO GrStatus
           MOVE CurrentOperator TO GrOper
           MOVE FUNCTION CURRENT-DATE TO GrtNow
           MOVE GrtNow(1:14) TO GrReqStamp
           PERFORM BuildGrantName
           MOVE GrtFileName TO SegFileName
           OPEN EXTEND SegFile
           IF SegFileStatus NOT = '00'
               OPEN OUTPUT SegFile
           END-IF
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               DISPLAY 'Error: cannot write the grants file.'
               EXIT PARAGRAPH
           END-IF
           MOVE GrRec TO SegRecord
           WRITE SegRecord
           CLOSE SegFile
           DISPLAY 'Request ' GrId ' filed for approval.'

           PERFORM GrantShowTarget
           MOVE GrHours TO GrtOut
           MOVE 'GRANT' TO AuditAction
           MOVE GrtShow TO AuditIdentifier
           MOVE 'REQUESTED' TO AuditOutcome
           MOVE SPACES TO AuditReason
           STRING
               'id ' GrId ' '
               FUNCTION TRIM(GrtAccessShow)
               ' '
               FUNCTION TRIM(GrtOut)
               'h: '
               FUNCTION TRIM(GrReason)
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog

           MOVE 'ACCESSREQ' TO NtfKind
           MOVE 'GRANTOR' TO NtfRole
           MOVE SPACES TO NtfKey
           STRING
               GrId
               DELIMITED BY SIZE
               INTO NtfKey
           MOVE SPACES TO NtfText
           STRING
               FUNCTION TRIM(GrOper)
               ' asks for '
               FUNCTION TRIM(GrtAccessShow)
               ' access to '
               FUNCTION TRIM(GrtShow)
               ' for '
               FUNCTION TRIM(GrtOut)
               ' hour(s) (request '
               GrId
               '): '
               FUNCTION TRIM(GrReason)
               DELIMITED BY SIZE
               INTO NtfText
           PERFORM NotifyQueue.

      *    Display form of the grant in GrRec for screens, reports
      *    and audit lines.
       GrantShowTarget.
           MOVE SPACES TO GrtShow
           IF GrScope = 'C'
               STRING
                   'category '
                   FUNCTION TRIM(GrTarget)
                   DELIMITED BY SIZE
                   INTO GrtShow
           ELSE
               MOVE GrTarget TO GrtShow
           END-IF
           IF GrAccess = 'E'
               MOVE 'view+edit' TO GrtAccessShow
           ELSE
               MOVE 'view' TO GrtAccessShow
           END-IF.

      *    Reads into GrtHold so the new request in GrRec survives.
       GrantNextId.
           MOVE 0 TO GrtMaxId
           PERFORM BuildGrantName
           MOVE GrtFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus = '00'
               MOVE 'N' TO GrtEOF
               PERFORM UNTIL GrtEOF = 'Y'
                   READ SegFile INTO GrtHold
                       AT END
                           MOVE 'Y' TO GrtEOF
                       NOT AT END
                           IF GrtHold(1:6) IS NUMERIC AND
                                   GrtHold(1:6) > GrtMaxId
                               MOVE GrtHold(1:6) TO GrtMaxId
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SegFile
           ADD 1 TO GrtMaxId.

       GrantListMine.
           MOVE 0 TO GrtCount
           PERFORM BuildGrantName
           MOVE GrtFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus = '00'
               MOVE 'N' TO GrtEOF
               PERFORM UNTIL GrtEOF = 'Y'
                   READ SegFile INTO GrRec
                       AT END
                           MOVE 'Y' TO GrtEOF
                       NOT AT END
                           IF GrOper = CurrentOperator
                               ADD 1 TO GrtCount
                               PERFORM GrantShowTarget
                               DISPLAY '  ' GrId ' ' GrStatus ' '
                                   FUNCTION TRIM(GrtAccessShow) ' '
                                   FUNCTION TRIM(GrtShow)
                               IF GrStatus = 'ACTIVE' OR
                                       GrStatus = 'EXPIRED'
                                   DISPLAY '         from '
                                       GrFrom ' to ' GrTo ' by '
                                       FUNCTION TRIM(GrDecider)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SegFile
           IF GrtCount = 0
               DISPLAY '  (no grants or requests)'
           END-IF.

      *    A decider works through the waiting requests one at a
      *    time and may not decide a request of their own.
       GrantDecide.
           IF OperatorRole NOT = 'ADMIN' AND OperIsApprover NOT = 'Y'
               DISPLAY
                   'Only an APPROVER or ADMIN may decide access'
                   ' requests.'
               EXIT PARAGRAPH
           END-IF
           IF ReadOnlySession = 'Y'
               DISPLAY
                   'This session is read-only; requests cannot be'
                   ' decided from it.'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO GrtCount
           DISPLAY 'Requests waiting for a decision:'
           PERFORM BuildGrantName
           MOVE GrtFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus = '00'
               MOVE 'N' TO GrtEOF
               PERFORM UNTIL GrtEOF = 'Y'
                   READ SegFile INTO GrRec
                       AT END
                           MOVE 'Y' TO GrtEOF
                       NOT AT END
                           IF GrStatus = 'REQUEST'
                               ADD 1 TO GrtCount
                               PERFORM GrantShowTarget
                               MOVE GrHours TO GrtOut
                               DISPLAY '  ' GrId ' '
                                   FUNCTION TRIM(GrOper) ' wants '
                                   FUNCTION TRIM(GrtAccessShow) ' '
                                   FUNCTION TRIM(GrtShow) ' for '
                                   FUNCTION TRIM(GrtOut) 'h'
                               DISPLAY '         reason: '
                                   FUNCTION TRIM(GrReason)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SegFile
           IF GrtCount = 0
               DISPLAY '  (none)'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Request id to decide (enter to go back):'
           MOVE SPACES TO GrtInput
           ACCEPT GrtInput
           IF FUNCTION TRIM(GrtInput) = '' OR
                   FUNCTION TRIM(GrtInput) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE GrtPickId = FUNCTION NUMVAL(GrtInput)
           PERFORM GrantFetch
           IF GrtFound NOT = 'Y' OR GrStatus NOT = 'REQUEST'
               DISPLAY 'No waiting request with that id.'
               EXIT PARAGRAPH
           END-IF
           IF GrOper = CurrentOperator
               DISPLAY 'You may not decide your own request.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'G) Grant  D) Deny  enter) leave waiting:'
           MOVE SPACES TO GrtDecision
           ACCEPT GrtDecision
           IF GrtDecision NOT = 'G' AND GrtDecision NOT = 'D'
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO GrtNow
           MOVE CurrentOperator TO GrDecider
           IF GrtDecision = 'G'
               MOVE 'ACTIVE' TO GrStatus
               MOVE GrtNow(1:14) TO GrFrom
               PERFORM GrantEndStamp
           ELSE
               MOVE 'DENIED' TO GrStatus
           END-IF
           PERFORM GrantRewriteOne

           PERFORM GrantShowTarget
           MOVE 'GRANT' TO AuditAction
           MOVE GrtShow TO AuditIdentifier
           MOVE SPACES TO AuditReason
           IF GrtDecision = 'G'
               MOVE 'GRANTED' TO AuditOutcome
               STRING
                   'id ' GrId ' '
                   FUNCTION TRIM(GrtAccessShow)
                   ' for '
                   FUNCTION TRIM(GrOper)
                   ' until '
                   GrTo
                   DELIMITED BY SIZE
                   INTO AuditReason
               DISPLAY 'Granted until ' GrTo '.'
           ELSE
               MOVE 'DENIED' TO AuditOutcome
               STRING
                   'id ' GrId ' '
                   FUNCTION TRIM(GrtAccessShow)
                   ' for '
                   FUNCTION TRIM(GrOper)
                   DELIMITED BY SIZE
                   INTO AuditReason
               DISPLAY 'Request denied.'
           END-IF
           PERFORM WriteAuditLog

           MOVE 'ACCESS' TO NtfKind
           MOVE 'REQUESTER' TO NtfRole
           MOVE GrOper TO NtfHolder
           MOVE SPACES TO NtfKey
           STRING
               GrId
               '|'
               GrStatus
               DELIMITED BY SIZE
               INTO NtfKey
           MOVE SPACES TO NtfText
           IF GrtDecision = 'G'
               STRING
                   'Your request '
                   GrId
                   ' for '
                   FUNCTION TRIM(GrtAccessShow)
                   ' access to '
                   FUNCTION TRIM(GrtShow)
                   ' was granted by '
                   FUNCTION TRIM(GrDecider)
                   ' until '
                   GrTo
                   DELIMITED BY SIZE
                   INTO NtfText
           ELSE
               STRING
                   'Your request '
                   GrId
                   ' for '
                   FUNCTION TRIM(GrtAccessShow)
                   ' access to '
                   FUNCTION TRIM(GrtShow)
                   ' was denied by '
                   FUNCTION TRIM(GrDecider)
                   DELIMITED BY SIZE
                   INTO NtfText
           END-IF
           PERFORM NotifyQueue.

       GrantFetch.
           MOVE 'N' TO GrtFound
           PERFORM BuildGrantName
           MOVE GrtFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus = '00'
               MOVE 'N' TO GrtEOF
               PERFORM UNTIL GrtEOF = 'Y'
                   READ SegFile INTO GrRec
                       AT END
                           MOVE 'Y' TO GrtEOF
                       NOT AT END
                           IF GrId = GrtPickId
                               MOVE 'Y' TO GrtFound
                               MOVE 'Y' TO GrtEOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SegFile.

      *    Replaces the line whose id matches GrRec with GrRec.
       GrantRewriteOne.
           MOVE GrId TO GrtPickId
           MOVE GrRec TO GrtHold
           PERFORM BuildGrantName
           MOVE GrtFileName TO SegFileName
           MOVE SPACES TO Tmp2FileName
           STRING
               FUNCTION TRIM(VaultName)
               '_grants.tmp'
               DELIMITED BY SIZE
               INTO Tmp2FileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Tmp2File
           MOVE 'N' TO GrtEOF
           PERFORM UNTIL GrtEOF = 'Y'
               READ SegFile INTO GrRec
                   AT END
                       MOVE 'Y' TO GrtEOF
                   NOT AT END
                       IF GrId = GrtPickId
                           MOVE GrtHold TO Tmp2Record
                       ELSE
                           MOVE GrRec TO Tmp2Record
                       END-IF
                       WRITE Tmp2Record
               END-READ
           END-PERFORM
           CLOSE SegFile
           CLOSE Tmp2File
           MOVE GrtFileName TO SidecarTargetName
           PERFORM MoveSidecarOver
           MOVE GrtHold TO GrRec.

      *    End time = start time plus the requested hours, carried
      *    across midnight through the day number.
       GrantEndStamp.
           MOVE GrFrom(1:8) TO DateNum
           COMPUTE GrtDayInt = FUNCTION INTEGER-OF-DATE(DateNum)
           MOVE GrFrom(9:2) TO HH
           MOVE GrFrom(11:2) TO MM
           MOVE GrFrom(13:2) TO SS
           COMPUTE GrtSecs =
               HH * 3600 + MM * 60 + SS + GrHours * 3600
           DIVIDE GrtSecs BY 86400 GIVING GrtDays REMAINDER GrtRem
           ADD GrtDays TO GrtDayInt
           COMPUTE DateNum = FUNCTION DATE-OF-INTEGER(GrtDayInt)
           COMPUTE HH = GrtRem / 3600
           COMPUTE GrtRem = GrtRem - HH * 3600
           COMPUTE MM = GrtRem / 60
           COMPUTE SS = GrtRem - MM * 60
           MOVE SPACES TO GrTo
           STRING
               DateNum HH MM SS
               DELIMITED BY SIZE
               INTO GrTo.

      *    Active grants past their end time become EXPIRED. The
      *    audit lines are written once the grants file is closed
      *    again, since the audit writer needs SegFile itself.
       GrantExpireSweep.
           MOVE 0 TO GrtExpCount
           MOVE FUNCTION CURRENT-DATE TO GrtNow
           PERFORM BuildGrantName
           MOVE GrtFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Tmp2FileName
           STRING
               FUNCTION TRIM(VaultName)
               '_grants.tmp'
               DELIMITED BY SIZE
               INTO Tmp2FileName
           OPEN OUTPUT Tmp2File
           MOVE 'N' TO GrtEOF
           PERFORM UNTIL GrtEOF = 'Y'
               READ SegFile INTO GrRec
                   AT END
                       MOVE 'Y' TO GrtEOF
                   NOT AT END
                       IF GrStatus = 'ACTIVE' AND
                               GrTo NOT > GrtNow(1:14) AND
                               GrtExpCount < 50
                           MOVE 'EXPIRED' TO GrStatus
                           ADD 1 TO GrtExpCount
                           MOVE GrId TO GrtExpId(GrtExpCount)
                           MOVE GrOper TO GrtExpOper(GrtExpCount)
                           MOVE GrScope TO GrtExpScope(GrtExpCount)
                           MOVE GrTarget TO GrtExpTarget(GrtExpCount)
                           MOVE GrTo TO GrtExpTo(GrtExpCount)
                       END-IF
                       MOVE GrRec TO Tmp2Record
                       WRITE Tmp2Record
               END-READ
           END-PERFORM
           CLOSE SegFile
           CLOSE Tmp2File
           IF GrtExpCount = 0
               MOVE SPACES TO SYSTEM-COMMAND
               STRING
                   'rm -f '
                   FUNCTION TRIM(Tmp2FileName)
                   DELIMITED BY SIZE
                   INTO SYSTEM-COMMAND
               CALL "SYSTEM" USING SYSTEM-COMMAND
               EXIT PARAGRAPH
           END-IF
           MOVE GrtFileName TO SidecarTargetName
           PERFORM MoveSidecarOver
           PERFORM VARYING GrtIdx FROM 1 BY 1
                   UNTIL GrtIdx > GrtExpCount
               MOVE 'GRANT' TO AuditAction
               MOVE SPACES TO AuditIdentifier
               IF GrtExpScope(GrtIdx) = 'C'
                   STRING
                       'category '
                       FUNCTION TRIM(GrtExpTarget(GrtIdx))
                       DELIMITED BY SIZE
                       INTO AuditIdentifier
               ELSE
                   MOVE GrtExpTarget(GrtIdx) TO AuditIdentifier
               END-IF
               MOVE 'EXPIRED' TO AuditOutcome
               MOVE SPACES TO AuditReason
               STRING
                   'id '
                   GrtExpId(GrtIdx)
                   ' for '
                   FUNCTION TRIM(GrtExpOper(GrtIdx))
                   ' ended '
                   GrtExpTo(GrtIdx)
                   DELIMITED BY SIZE
                   INTO AuditReason
               PERFORM WriteAuditLog
           END-PERFORM.

      *    The session keeps the signed-in operator's ACTIVE grants
      *    in memory, with each entry target also in its encrypted
      *    form, so CheckViewAccess and CheckEditAccess never touch
      *    the grants file; the end time is judged on every check.
       GrantLoadSession.
           MOVE 0 TO GrtSesCount
           PERFORM BuildGrantName
           MOVE GrtFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO GrtEOF
           PERFORM UNTIL GrtEOF = 'Y'
               READ SegFile INTO GrRec
                   AT END
                       MOVE 'Y' TO GrtEOF
                   NOT AT END
                       IF GrStatus = 'ACTIVE' AND
                               GrOper = CurrentOperator AND
                               GrtSesCount < 20
                           ADD 1 TO GrtSesCount
                           MOVE GrId TO GrtSesId(GrtSesCount)
                           MOVE GrScope TO GrtSesScope(GrtSesCount)
                           MOVE GrAccess
                               TO GrtSesAccess(GrtSesCount)
                           MOVE GrTarget
                               TO GrtSesTarget(GrtSesCount)
                           MOVE GrFrom TO GrtSesFrom(GrtSesCount)
                           MOVE GrTo TO GrtSesTo(GrtSesCount)
                           MOVE 'N' TO GrtSesPend(GrtSesCount)
                           MOVE SPACES TO GrtSesEnc(GrtSesCount)
                           IF GrScope = 'E'
                               MOVE GrTarget TO GrtPlain
                               CALL 'Encrypt'
                                   USING
                                       GrtPlain
                                       MainPassword
                                       GrtEnc
                               MOVE GrtEnc TO GrtSesEnc(GrtSesCount)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SegFile.

      *    GrtWant is V or E; an edit grant covers viewing as well.
      *    A hit is marked for GrantFlushUse, which audits it once
      *    the menu regains control.
       GrantAccessCheck.
           MOVE 'N' TO GrtHit
           IF GrtSesCount = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO GrtNow
           PERFORM VARYING GrtIdx FROM 1 BY 1
                   UNTIL GrtIdx > GrtSesCount OR GrtHit = 'Y'
               IF GrtSesFrom(GrtIdx) NOT > GrtNow(1:14) AND
                       GrtSesTo(GrtIdx) > GrtNow(1:14) AND
                       (GrtWant = 'V' OR GrtSesAccess(GrtIdx) = 'E')
                   PERFORM GrantMatchTarget
                   IF GrtMatch = 'Y'
                       MOVE 'Y' TO GrtHit
                       MOVE 'Y' TO GrtSesPend(GrtIdx)
                   END-IF
               END-IF
           END-PERFORM.

       GrantMatchTarget.
           MOVE 'N' TO GrtMatch
           IF GrtSesScope(GrtIdx) = 'C'
               IF FUNCTION TRIM(CategoryWork) NOT = '' AND
                       FUNCTION TRIM(GrtSesTarget(GrtIdx)) =
                           FUNCTION TRIM(CategoryWork)
                   MOVE 'Y' TO GrtMatch
               END-IF
           ELSE
               IF ReadIdentifier = GrtSesEnc(GrtIdx) OR
                       FUNCTION TRIM(ReadIdentifier) =
                           FUNCTION TRIM(GrtSesTarget(GrtIdx))
                   MOVE 'Y' TO GrtMatch
               END-IF
           END-IF.

      *    Use of a grant is audited once per grant per session.
       GrantFlushUse.
           PERFORM VARYING GrtIdx FROM 1 BY 1
                   UNTIL GrtIdx > GrtSesCount
               IF GrtSesPend(GrtIdx) = 'Y'
                   MOVE 'N' TO GrtSesPend(GrtIdx)
                   MOVE 'N' TO GrtFound
                   PERFORM VARYING GrtJdx FROM 1 BY 1
                           UNTIL GrtJdx > GrtAudCount
                       IF GrtAudId(GrtJdx) = GrtSesId(GrtIdx)
                           MOVE 'Y' TO GrtFound
                       END-IF
                   END-PERFORM
                   IF GrtFound NOT = 'Y'
                       PERFORM GrantAuditUse
                   END-IF
               END-IF
           END-PERFORM.

       GrantAuditUse.
           IF GrtAudCount < 50
               ADD 1 TO GrtAudCount
               MOVE GrtSesId(GrtIdx) TO GrtAudId(GrtAudCount)
           END-IF
           MOVE 'GRANT' TO AuditAction
           MOVE SPACES TO AuditIdentifier
           IF GrtSesScope(GrtIdx) = 'C'
               STRING
                   'category '
                   FUNCTION TRIM(GrtSesTarget(GrtIdx))
                   DELIMITED BY SIZE
                   INTO AuditIdentifier
           ELSE
               MOVE GrtSesTarget(GrtIdx) TO AuditIdentifier
           END-IF
           MOVE 'USED' TO AuditOutcome
           MOVE SPACES TO AuditReason
           STRING
               'id '
               GrtSesId(GrtIdx)
               ' valid until '
               GrtSesTo(GrtIdx)
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog.

      *    ADMINs, APPROVERs and batch runs see every active grant;
      *    anyone else sees their own.
       GrantActiveScan.
           MOVE 'N' TO GrtAll
           IF BatchMode = 'Y' OR OperatorRole = 'ADMIN' OR
                   OperIsApprover = 'Y'
               MOVE 'Y' TO GrtAll
           END-IF
           MOVE 0 TO GrtCount
           MOVE FUNCTION CURRENT-DATE TO GrtNow
           PERFORM BuildGrantName
           MOVE GrtFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus = '00'
               MOVE 'N' TO GrtEOF
               PERFORM UNTIL GrtEOF = 'Y'
                   READ SegFile INTO GrRec
                       AT END
                           MOVE 'Y' TO GrtEOF
                       NOT AT END
                           IF GrStatus = 'ACTIVE' AND
                                   GrTo > GrtNow(1:14) AND
                                   (GrtAll = 'Y' OR
                                   GrOper = CurrentOperator)
                               PERFORM GrantActiveRow
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SegFile
           IF GrtCount = 0
               MOVE '  (no active grants)' TO RptOutLine
               PERFORM EmitReportLine
           ELSE
               MOVE GrtCount TO GrtOut
               MOVE SPACES TO RptOutLine
               STRING
                   FUNCTION TRIM(GrtOut)
                   ' active grant(s)'
                   DELIMITED BY SIZE
                   INTO RptOutLine
               PERFORM EmitReportLine
           END-IF.

       GrantActiveRow.
           ADD 1 TO GrtCount
           PERFORM GrantShowTarget
           MOVE SPACES TO RptOutLine
           STRING
               '  '
               GrId
               '  '
               FUNCTION TRIM(GrOper)
               '  '
               FUNCTION TRIM(GrtAccessShow)
               '  '
               FUNCTION TRIM(GrtShow)
               DELIMITED BY SIZE
               INTO RptOutLine
           PERFORM EmitReportLine
           MOVE SPACES TO RptOutLine
           STRING
               '          from '
               GrFrom
               ' to '
               GrTo
               '  granted by '
               FUNCTION TRIM(GrDecider)
               DELIMITED BY SIZE
               INTO RptOutLine
           PERFORM EmitReportLine
           MOVE SPACES TO RptOutLine
           STRING
               '          reason: '
               FUNCTION TRIM(GrReason)
               DELIMITED BY SIZE
               INTO RptOutLine
           PERFORM EmitReportLine.

      *    Legal holds. When a case is opened an ADMIN puts a hold,
      *    with the case reference, on one entry or a whole category;
      *    while it is in force nothing that deletes, purges, prunes,
      *    sweeps or splits may destroy or move the entry or its
      *    history, journal, ledger and trash lines. Holds live in
      *    <vault>_holds.dat, one pipe-separated line per hold:
      *    status|case|scope|target|placed|by|released|released by
      *    with status HOLD or RELEASED and scope E (entry) or C
      *    (category). The audit close-out adds an ARCHIVE line per
      *    case in force naming the archive it sealed. Targets are
      *    kept in clear, as the audit trail already names them.
       LegalHoldScreen.
           IF OperatorRole NOT = 'ADMIN'
               DISPLAY 'Only an ADMIN may manage legal holds.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Legal holds'
           DISPLAY 'L) List holds  H) Hold report  P) Place a hold'
               '  R) Release a hold'
           DISPLAY 'enter) back'
           MOVE SPACES TO HldChoice
           ACCEPT HldChoice
           EVALUATE HldChoice
               WHEN 'L'
                   PERFORM HoldList
               WHEN 'H'
                   MOVE 'LEGAL HOLD REPORT' TO RptTitle
                   MOVE SPACES TO RptParms
                   PERFORM PromptReportOutput
                   PERFORM HoldReport
                   PERFORM CloseReportOutput
               WHEN 'P'
                   PERFORM HoldPlace
               WHEN 'R'
                   PERFORM HoldRelease
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BuildHoldName.
           MOVE SPACES TO HldFileName
           STRING
               FUNCTION TRIM(VaultName)
               '_holds.dat'
               DELIMITED BY SIZE
               INTO HldFileName.

       ParseHoldLine.
           MOVE SPACES TO HldInStatus HldInCase HldInScope
               HldInTarget HldInPlaced HldInBy HldInRelStamp
               HldInRelBy
           UNSTRING HldLine DELIMITED BY '|'
               INTO HldInStatus HldInCase HldInScope HldInTarget
                   HldInPlaced HldInBy HldInRelStamp HldInRelBy
           END-UNSTRING.

      *    The holds in force, into HldTable. Entry targets carry
      *    their ciphertext so a match is a plain compare.
       LoadHoldFile.
           MOVE 0 TO HldCount
           MOVE 'N' TO HldAll
           PERFORM BuildHoldName
           MOVE HldFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO HldEOF
           PERFORM UNTIL HldEOF = 'Y'
               READ SegFile INTO HldLine
                   AT END
                       MOVE 'Y' TO HldEOF
                   NOT AT END
                       PERFORM ParseHoldLine
                       IF HldInStatus = 'HOLD'
                           IF HldCount < 30
                               ADD 1 TO HldCount
                               MOVE HldInCase TO HldCase(HldCount)
                               MOVE HldInScope TO HldScope(HldCount)
                               MOVE HldInTarget TO HldTarget(HldCount)
                               MOVE HldInPlaced TO HldPlaced(HldCount)
                               MOVE HldInBy TO HldBy(HldCount)
                               MOVE SPACES TO HldTgtEnc(HldCount)
                               IF HldInScope = 'E'
                                   CALL 'Encrypt' USING
                                       HldTarget(HldCount)
                                       MainPassword
                                       HldTgtEnc(HldCount)
                               END-IF
                           ELSE
                               MOVE 'Y' TO HldAll
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SegFile.

      *    The holds in force and every entry record they cover, live
      *    or in the recycle bin, into HldEncTable. A category hold
      *    picks up whatever sits in the category today. Must run
      *    before the caller opens the vault or trash file itself.
       LoadLegalHolds.
           MOVE 0 TO HldEncCount
           PERFORM LoadHoldFile
           IF HldCount = 0
               EXIT PARAGRAPH
           END-IF
           MOVE VaultFileName TO SegFileName
           MOVE 'N' TO SegEOF
           OPEN INPUT SegFile
           IF SegFileStatus = '00'
               PERFORM UNTIL SegEOF = 'Y'
                   READ SegFile INTO TempRecord
                       AT END
                           MOVE 'Y' TO SegEOF
                       NOT AT END
                           IF TempRecord(1:1) = '"'
                               MOVE TempRecord(2:50) TO HldAddEnc
                               MOVE TempRecord(108:50) TO CipherText
                               IF TempRecord(276:2) = ',"'
                                   MOVE TempRecord(278:8) TO CipherSalt
                               ELSE
                                   MOVE SPACES TO CipherSalt
                               END-IF
                               MOVE 'V' TO HldAddWhere
                               PERFORM HoldMatchRecord
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SegFile

           PERFORM BuildTrashName
           MOVE 'N' TO TrashEOF
           OPEN INPUT TrashFile
           IF TrashFileStatus = '00'
               PERFORM UNTIL TrashEOF = 'Y'
                   READ TrashFile INTO TrashLine
                       AT END
                           MOVE 'Y' TO TrashEOF
                       NOT AT END
                           IF TrashLine(18:1) = '"'
                               MOVE TrashLine(19:50) TO HldAddEnc
                               MOVE TrashLine(125:50) TO CipherText
                               IF TrashLine(293:2) = ',"'
                                   MOVE TrashLine(295:8) TO CipherSalt
                               ELSE
                                   MOVE SPACES TO CipherSalt
                               END-IF
                               MOVE 'T' TO HldAddWhere
                               PERFORM HoldMatchRecord
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TrashFile

      *    An entry hold on an identifier that is in neither file any
      *    more still keeps whatever history and journal remain.
           PERFORM VARYING HldIdx FROM 1 BY 1 UNTIL HldIdx > HldCount
               IF HldScope(HldIdx) = 'E'
                   MOVE 'N' TO HldAddFound
                   PERFORM VARYING HldEncIdx FROM 1 BY 1
                           UNTIL HldEncIdx > HldEncCount
                       IF HldEncHold(HldEncIdx) = HldIdx
                           MOVE 'Y' TO HldAddFound
                       END-IF
                   END-PERFORM
                   IF HldAddFound NOT = 'Y'
                       MOVE HldTgtEnc(HldIdx) TO HldAddEnc
                       MOVE SPACES TO HldAddCat
                       MOVE '-' TO HldAddWhere
                       PERFORM HoldAddRow
                   END-IF
               END-IF
           END-PERFORM.

      *    One entry record (ciphertext id in HldAddEnc, category
      *    ciphertext and salt in CipherText/CipherSalt) against
      *    every hold in force.
       HoldMatchRecord.
           MOVE MainPassword TO CipherKey
           PERFORM DecryptSecret
           MOVE CipherText TO HldAddCat
           PERFORM VARYING HldIdx FROM 1 BY 1 UNTIL HldIdx > HldCount
               IF (HldScope(HldIdx) = 'E' AND
                       HldTgtEnc(HldIdx) = HldAddEnc) OR
                       (HldScope(HldIdx) = 'C' AND
                       FUNCTION TRIM(HldAddCat) NOT = '' AND
                       FUNCTION TRIM(HldTarget(HldIdx)) =
                           FUNCTION TRIM(HldAddCat))
                   PERFORM HoldAddRow
               END-IF
           END-PERFORM.

       HoldAddRow.
           PERFORM VARYING HldEncIdx FROM 1 BY 1
                   UNTIL HldEncIdx > HldEncCount
               IF HldEnc(HldEncIdx) = HldAddEnc AND
                       HldEncHold(HldEncIdx) = HldIdx
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF HldEncCount >= 500
               MOVE 'Y' TO HldAll
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HldEncCount
           MOVE HldAddEnc TO HldEnc(HldEncCount)
           MOVE HldIdx TO HldEncHold(HldEncCount)
           MOVE HldAddCat TO HldEncCat(HldEncCount)
           MOVE HldAddWhere TO HldEncWhere(HldEncCount)
           MOVE 0 TO HldEncHist(HldEncCount)
           MOVE 0 TO HldEncJour(HldEncCount)
           MOVE 0 TO HldEncLedg(HldEncCount)
           CALL 'Decrypt' USING
               HldAddEnc
               MainPassword
               HldEncIdent(HldEncCount).

      *    Is the entry whose ciphertext id is in HldCheckEnc under
      *    a hold? Sets HldHit and the case. Past the table limit
      *    every entry counts as held - the safe side.
       CheckEntryHeld.
           MOVE 'N' TO HldHit
           MOVE SPACES TO HldHitCase
           IF HldCount = 0
               EXIT PARAGRAPH
           END-IF
           IF HldAll = 'Y'
               MOVE 'Y' TO HldHit
               MOVE HldCase(1) TO HldHitCase
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING HldEncIdx FROM 1 BY 1
                   UNTIL HldEncIdx > HldEncCount OR HldHit = 'Y'
               IF HldEnc(HldEncIdx) = HldCheckEnc
                   MOVE 'Y' TO HldHit
                   MOVE HldCase(HldEncHold(HldEncIdx)) TO HldHitCase
               END-IF
           END-PERFORM.

      *    A trashed entry under hold is kept past retention; its
      *    custom-field records, written straight after it, are
      *    kept with it.
       CheckTrashEntryHeld.
           MOVE 'N' TO HldHit
           EVALUATE TRUE
               WHEN TrashLine(18:1) = '"'
                   MOVE TrashLine(19:50) TO HldCheckEnc
                   PERFORM CheckEntryHeld
                   IF HldHit = 'Y'
                       MOVE TrashLine(19:50) TO HldHeldId
                   ELSE
                       MOVE SPACES TO HldHeldId
                   END-IF
               WHEN TrashLine(18:1) = '+'
                   IF HldHeldId NOT = SPACES AND
                           TrashLine(20:50) = HldHeldId
                       MOVE 'Y' TO HldHit
                   END-IF
           END-EVALUATE.

      *    The refusal every destructive path gives for a held entry
      *    (Identifier and AuditAction already set by the caller).
       AuditHoldRefusal.
           DISPLAY 'Entry is under legal hold '
               FUNCTION TRIM(HldHitCase) '; nothing was changed.'
           MOVE Identifier TO AuditIdentifier
           MOVE 'DENIED' TO AuditOutcome
           MOVE SPACES TO AuditReason
           STRING
               'legal hold '
               FUNCTION TRIM(HldHitCase)
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog.

       HoldList.
           PERFORM BuildHoldName
           MOVE HldFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               DISPLAY 'No legal holds have been placed.'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO HldEOF
           PERFORM UNTIL HldEOF = 'Y'
               READ SegFile INTO HldLine
                   AT END
                       MOVE 'Y' TO HldEOF
                   NOT AT END
                       PERFORM ParseHoldLine
                       PERFORM HoldShowScope
                       IF HldInStatus = 'ARCHIVE'
                           DISPLAY '  ' FUNCTION TRIM(HldInCase)
                               '  keeps audit archive '
                               FUNCTION TRIM(HldInTarget)
                       ELSE
                           DISPLAY FUNCTION TRIM(HldInStatus) '  '
                               FUNCTION TRIM(HldInCase) '  '
                               FUNCTION TRIM(HldScopeShow) ' '
                               FUNCTION TRIM(HldInTarget)
                           DISPLAY '  placed ' HldInPlaced ' by '
                               FUNCTION TRIM(HldInBy)
                           IF HldInStatus = 'RELEASED'
                               DISPLAY '  released ' HldInRelStamp
                                   ' by ' FUNCTION TRIM(HldInRelBy)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SegFile.

       HoldShowScope.
           IF HldInScope = 'C'
               MOVE 'category' TO HldScopeShow
           ELSE
               MOVE 'entry' TO HldScopeShow
           END-IF.

       HoldPlace.
           IF ReadOnlySession = 'Y'
               DISPLAY
                   'This session is read-only; holds cannot be'
                   ' placed from it.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Case reference:'
           MOVE SPACES TO HldNewCase
           ACCEPT HldNewCase
           IF FUNCTION TRIM(HldNewCase) = '' OR
                   HldNewCase(1:1) = '*'
               DISPLAY 'No case reference; nothing placed.'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO HldKept
           INSPECT HldNewCase TALLYING HldKept FOR ALL '|'
           IF HldKept > 0
               DISPLAY 'The case reference may not contain "|".'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Hold E) one entry  C) a whole category:'
           MOVE SPACES TO HldNewScope
           ACCEPT HldNewScope
           MOVE SPACES TO HldNewTarget
           EVALUATE HldNewScope
               WHEN 'E'
                   DISPLAY 'Identifier:'
                   ACCEPT HldNewTarget
               WHEN 'C'
                   DISPLAY 'Category:'
                   ACCEPT HldNewTarget
               WHEN OTHER
                   DISPLAY 'Nothing placed.'
                   EXIT PARAGRAPH
           END-EVALUATE
           IF FUNCTION TRIM(HldNewTarget) = ''
               DISPLAY 'Nothing named; nothing placed.'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO HldKept
           INSPECT HldNewTarget TALLYING HldKept FOR ALL '|'
           IF HldKept > 0
               DISPLAY 'The target may not contain "|".'
               EXIT PARAGRAPH
           END-IF

           IF HldNewScope = 'E'
               MOVE HldNewTarget TO Identifier
               CALL 'Encrypt'
                   USING
                       Identifier
                       MainPassword
                       EncSearchId
               PERFORM CheckIdentifierExists
               IF DuplicateFound NOT = 'Y'
                   MOVE EncSearchId TO SwpEncId
                   MOVE 'N' TO SwpLive
                   PERFORM SweepCheckTrashed
                   IF SwpLive NOT = 'Y'
                       DISPLAY 'Identifier not found in the vault or'
                           ' the recycle bin; nothing placed.'
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           PERFORM LoadHoldFile
           PERFORM VARYING HldIdx FROM 1 BY 1 UNTIL HldIdx > HldCount
               IF FUNCTION TRIM(HldCase(HldIdx)) =
                       FUNCTION TRIM(HldNewCase) AND
                       HldScope(HldIdx) = HldNewScope AND
                       FUNCTION TRIM(HldTarget(HldIdx)) =
                           FUNCTION TRIM(HldNewTarget)
                   DISPLAY 'That hold is already in force.'
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF HldCount >= 30
               DISPLAY 'Too many holds in force; release one first.'
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO HldStamp
           PERFORM BuildHoldName
           MOVE HldFileName TO SegFileName
           OPEN EXTEND SegFile
           IF SegFileStatus NOT = '00'
               OPEN OUTPUT SegFile
           END-IF
           MOVE SPACES TO SegRecord
           STRING
               'HOLD|'
               FUNCTION TRIM(HldNewCase)
               '|'
               HldNewScope
               '|'
               FUNCTION TRIM(HldNewTarget)
               '|'
               HldStamp(1:14)
               '|'
               FUNCTION TRIM(CurrentOperator)
               '||'
               DELIMITED BY SIZE
               INTO SegRecord
           WRITE SegRecord
           CLOSE SegFile

           MOVE HldNewScope TO HldInScope
           PERFORM HoldShowScope
           DISPLAY 'Legal hold ' FUNCTION TRIM(HldNewCase)
               ' placed on ' FUNCTION TRIM(HldScopeShow) ' '
               FUNCTION TRIM(HldNewTarget) '.'
           MOVE 'LEGALHOLD' TO AuditAction
           MOVE HldNewCase TO AuditIdentifier
           MOVE 'PLACED' TO AuditOutcome
           MOVE SPACES TO AuditReason
           STRING
               FUNCTION TRIM(HldScopeShow)
               ' '
               FUNCTION TRIM(HldNewTarget)
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog.

      *    Releases every hold in force under one case reference.
      *    One audit line per hold released, written once the holds
      *    file is back in place.
       HoldRelease.
           IF ReadOnlySession = 'Y'
               DISPLAY
                   'This session is read-only; holds cannot be'
                   ' released from it.'
               EXIT PARAGRAPH
           END-IF
           PERFORM LoadHoldFile
           IF HldCount = 0
               DISPLAY 'No legal holds are in force.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Holds in force:'
           PERFORM VARYING HldIdx FROM 1 BY 1 UNTIL HldIdx > HldCount
               MOVE HldScope(HldIdx) TO HldInScope
               PERFORM HoldShowScope
               DISPLAY '  ' FUNCTION TRIM(HldCase(HldIdx)) '  '
                   FUNCTION TRIM(HldScopeShow) ' '
                   FUNCTION TRIM(HldTarget(HldIdx))
           END-PERFORM
           DISPLAY 'Case reference to release (enter to cancel):'
           MOVE SPACES TO HldNewCase
           ACCEPT HldNewCase
           IF FUNCTION TRIM(HldNewCase) = ''
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO HldDone
           PERFORM VARYING HldIdx FROM 1 BY 1 UNTIL HldIdx > HldCount
               IF FUNCTION TRIM(HldCase(HldIdx)) =
                       FUNCTION TRIM(HldNewCase)
                   MOVE 'Y' TO HldDone
               END-IF
           END-PERFORM
           IF HldDone NOT = 'Y'
               DISPLAY 'No hold in force under that case.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Release every hold under case '
               FUNCTION TRIM(HldNewCase) '? (Y/N)'
           MOVE SPACES TO HldChoice
           ACCEPT HldChoice
           IF HldChoice NOT = 'Y' AND HldChoice NOT = 'y'
               DISPLAY 'Nothing released.'
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO HldStamp
           MOVE HldFileName TO SegFileName
           MOVE SPACES TO Tmp2FileName
           STRING
               FUNCTION TRIM(VaultName)
               '_holds.tmp'
               DELIMITED BY SIZE
               INTO Tmp2FileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Tmp2File
           MOVE 'N' TO HldEOF
           PERFORM UNTIL HldEOF = 'Y'
               READ SegFile INTO HldLine
                   AT END
                       MOVE 'Y' TO HldEOF
                   NOT AT END
                       PERFORM ParseHoldLine
                       MOVE HldLine TO Tmp2Record
                       IF HldInStatus = 'HOLD' AND
                               FUNCTION TRIM(HldInCase) =
                                   FUNCTION TRIM(HldNewCase)
                           MOVE SPACES TO Tmp2Record
                           STRING
                               'RELEASED|'
                               FUNCTION TRIM(HldInCase)
                               '|'
                               HldInScope
                               '|'
                               FUNCTION TRIM(HldInTarget)
                               '|'
                               HldInPlaced
                               '|'
                               FUNCTION TRIM(HldInBy)
                               '|'
                               HldStamp(1:14)
                               '|'
                               FUNCTION TRIM(CurrentOperator)
                               DELIMITED BY SIZE
                               INTO Tmp2Record
                       END-IF
                       WRITE Tmp2Record
               END-READ
           END-PERFORM
           CLOSE SegFile
           CLOSE Tmp2File
           MOVE HldFileName TO SidecarTargetName
           PERFORM MoveSidecarOver

           PERFORM VARYING HldIdx FROM 1 BY 1 UNTIL HldIdx > HldCount
               IF FUNCTION TRIM(HldCase(HldIdx)) =
                       FUNCTION TRIM(HldNewCase)
                   MOVE HldScope(HldIdx) TO HldInScope
                   PERFORM HoldShowScope
                   MOVE 'LEGALHOLD' TO AuditAction
                   MOVE HldNewCase TO AuditIdentifier
                   MOVE 'RELEASED' TO AuditOutcome
                   MOVE SPACES TO AuditReason
                   STRING
                       FUNCTION TRIM(HldScopeShow)
                       ' '
                       FUNCTION TRIM(HldTarget(HldIdx))
                       DELIMITED BY SIZE
                       INTO AuditReason
                   PERFORM WriteAuditLog
               END-IF
           END-PERFORM
           DISPLAY 'Legal hold ' FUNCTION TRIM(HldNewCase)
               ' released.'.

      *    What each case in force is preserving: the entries it
      *    covers, where they sit, and how many history, journal and
      *    ledger lines go with each; then the backup sets and audit
      *    archives kept while any hold is on.
       HoldReport.
           PERFORM LoadLegalHolds
           IF HldCount = 0
               MOVE '  (no legal holds in force)' TO RptOutLine
               PERFORM EmitReportLine
               EXIT PARAGRAPH
           END-IF
           PERFORM HoldCountSidecars
           PERFORM VARYING HldIdx FROM 1 BY 1 UNTIL HldIdx > HldCount
               PERFORM HoldReportCase
           END-PERFORM

           PERFORM BuildBackupCatalogName
           MOVE 0 TO HldSets
           MOVE BakCatalogName TO SegFileName
           PERFORM HoldCountLines
           MOVE HldKept TO HldSets
           MOVE SPACES TO ArchCatalogName
           STRING
               FUNCTION TRIM(VaultName)
               '_audit_archives.dat'
               DELIMITED BY SIZE
               INTO ArchCatalogName
           MOVE ArchCatalogName TO SegFileName
           PERFORM HoldCountLines
           MOVE HldKept TO HldArchCount
           MOVE SPACES TO RptOutLine
           PERFORM EmitReportLine
           MOVE HldSets TO HldOut
           MOVE HldArchCount TO HldOut2
           MOVE SPACES TO RptOutLine
           STRING
               'Kept while any hold is in force: '
               FUNCTION TRIM(HldOut)
               ' backup set(s), '
               FUNCTION TRIM(HldOut2)
               ' audit archive(s)'
               DELIMITED BY SIZE
               INTO RptOutLine
           PERFORM EmitReportLine
           IF HldAll = 'Y'
               MOVE
                   'More records are held than the table lists; every'
                   TO RptOutLine
               PERFORM EmitReportLine
               MOVE '  entry is being treated as held.' TO RptOutLine
               PERFORM EmitReportLine
           END-IF.

       HoldReportCase.
           MOVE HldScope(HldIdx) TO HldInScope
           PERFORM HoldShowScope
           MOVE SPACES TO RptOutLine
           STRING
               'Case '
               FUNCTION TRIM(HldCase(HldIdx))
               '  '
               FUNCTION TRIM(HldScopeShow)
               ' '
               FUNCTION TRIM(HldTarget(HldIdx))
               '  placed '
               HldPlaced(HldIdx)(1:8)
               ' by '
               FUNCTION TRIM(HldBy(HldIdx))
               DELIMITED BY SIZE
               INTO RptOutLine
           PERFORM EmitReportLine
           MOVE 0 TO HldKept
           PERFORM VARYING HldEncIdx FROM 1 BY 1
                   UNTIL HldEncIdx > HldEncCount
               IF HldEncHold(HldEncIdx) = HldIdx
                   ADD 1 TO HldKept
                   EVALUATE HldEncWhere(HldEncIdx)
                       WHEN 'V'
                           MOVE 'vault' TO HldWhereShow
                       WHEN 'T'
                           MOVE 'trash' TO HldWhereShow
                       WHEN OTHER
                           MOVE 'gone' TO HldWhereShow
                   END-EVALUATE
                   MOVE HldEncHist(HldEncIdx) TO HldOut
                   MOVE HldEncJour(HldEncIdx) TO HldOut2
                   MOVE HldEncLedg(HldEncIdx) TO HldOut3
                   MOVE SPACES TO RptOutLine
                   STRING
                       '  '
                       HldEncIdent(HldEncIdx)(1:30)
                       ' '
                       HldWhereShow
                       ' history '
                       FUNCTION TRIM(HldOut)
                       '  journal '
                       FUNCTION TRIM(HldOut2)
                       '  ledger '
                       FUNCTION TRIM(HldOut3)
                       DELIMITED BY SIZE
                       INTO RptOutLine
                   PERFORM EmitReportLine
               END-IF
           END-PERFORM
           IF HldKept = 0
               MOVE '  (no entries in the category yet)' TO RptOutLine
               PERFORM EmitReportLine
           END-IF.

      *    One pass over history, journal and ledger, counting the
      *    lines that belong to each covered entry.
       HoldCountSidecars.
           MOVE SPACES TO HistoryFileName
           STRING
               FUNCTION TRIM(VaultName)
               '_history.csv'
               DELIMITED BY SIZE
               INTO HistoryFileName
           OPEN INPUT HistoryFile
           IF HistoryFileStatus = '00'
               MOVE 'N' TO SideEOF
               PERFORM UNTIL SideEOF = 'Y'
                   READ HistoryFile INTO HistLine
                       AT END
                           MOVE 'Y' TO SideEOF
                       NOT AT END
                           PERFORM VARYING HldEncIdx FROM 1 BY 1
                                   UNTIL HldEncIdx > HldEncCount
                               IF HldEnc(HldEncIdx) = HistLine(2:50)
                                   ADD 1 TO HldEncHist(HldEncIdx)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HistoryFile

           MOVE SPACES TO JournalFileName
           STRING
               FUNCTION TRIM(VaultName)
               '_journal.csv'
               DELIMITED BY SIZE
               INTO JournalFileName
           OPEN INPUT JournalFile
           IF JournalFileStatus = '00'
               MOVE 'N' TO SideEOF
               PERFORM UNTIL SideEOF = 'Y'
                   READ JournalFile INTO JournalLine
                       AT END
                           MOVE 'Y' TO SideEOF
                       NOT AT END
                           MOVE SPACES TO HldCheckEnc
                           EVALUATE TRUE
                               WHEN JournalLine(29:6) = 'ADDED,'
                                   MOVE JournalLine(35:50)
                                       TO HldCheckEnc
                               WHEN JournalLine(29:1) = '"'
                                   MOVE JournalLine(30:50)
                                       TO HldCheckEnc
                               WHEN JournalLine(29:1) = '+'
                                   MOVE JournalLine(31:50)
                                       TO HldCheckEnc
                           END-EVALUATE
                           PERFORM VARYING HldEncIdx FROM 1 BY 1
                                   UNTIL HldEncIdx > HldEncCount
                               IF HldCheckEnc NOT = SPACES AND
                                       HldEnc(HldEncIdx) = HldCheckEnc
                                   ADD 1 TO HldEncJour(HldEncIdx)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
           END-IF
           CLOSE JournalFile

           PERFORM BuildLedgerName
           OPEN INPUT LedgerFile
           IF LedgerFileStatus = '00'
               MOVE 'N' TO SideEOF
               PERFORM UNTIL SideEOF = 'Y'
                   READ LedgerFile INTO LedgerLine
                       AT END
                           MOVE 'Y' TO SideEOF
                       NOT AT END
                           PERFORM VARYING HldEncIdx FROM 1 BY 1
                                   UNTIL HldEncIdx > HldEncCount
                               IF HldEnc(HldEncIdx) = LedgerLine(2:50)
                                   ADD 1 TO HldEncLedg(HldEncIdx)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LedgerFile.

      *    Non-blank lines in the catalog named in SegFileName, into
      *    HldKept.
       HoldCountLines.
           MOVE 0 TO HldKept
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO HldEOF
           PERFORM UNTIL HldEOF = 'Y'
               READ SegFile INTO HldLine
                   AT END
                       MOVE 'Y' TO HldEOF
                   NOT AT END
                       IF FUNCTION TRIM(HldLine) NOT = ''
                           ADD 1 TO HldKept
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SegFile.

      *    Close-out under a hold: the sealed archive is recorded
      *    against every case in force, and decommissioning - the
      *    one path that moves archives - stays refused until the
      *    holds are released.
       HoldNoteArchive.
           PERFORM LoadHoldFile
           IF HldCount = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO HldStamp
           PERFORM BuildHoldName
           MOVE HldFileName TO SegFileName
           OPEN EXTEND SegFile
           IF SegFileStatus NOT = '00'
               OPEN OUTPUT SegFile
           END-IF
           PERFORM VARYING HldIdx FROM 1 BY 1 UNTIL HldIdx > HldCount
               MOVE 'N' TO HldDone
               PERFORM VARYING HldEncIdx FROM 1 BY 1
                       UNTIL HldEncIdx >= HldIdx
                   IF HldCase(HldEncIdx) = HldCase(HldIdx)
                       MOVE 'Y' TO HldDone
                   END-IF
               END-PERFORM
               IF HldDone NOT = 'Y'
                   MOVE SPACES TO SegRecord
                   STRING
                       'ARCHIVE|'
                       FUNCTION TRIM(HldCase(HldIdx))
                       '|A|'
                       FUNCTION TRIM(ArchFileName)
                       '|'
                       HldStamp(1:14)
                       '|'
                       FUNCTION TRIM(CurrentOperator)
                       '||'
                       DELIMITED BY SIZE
                       INTO SegRecord
                   WRITE SegRecord
                   DISPLAY 'Archive kept under legal hold '
                       FUNCTION TRIM(HldCase(HldIdx)) '.'
               END-IF
           END-PERFORM
           CLOSE SegFile.

      *    A split moves every entry of SplitCategory, with its
      *    history and trash, into another vault - refused when the
      *    category is held or holds a held entry.
       SplitHoldCheck.
           MOVE 'N' TO HldHit
           MOVE SPACES TO HldHitCase
           PERFORM LoadLegalHolds
           IF HldCount = 0
               EXIT PARAGRAPH
           END-IF
           IF HldAll = 'Y'
               MOVE 'Y' TO HldHit
               MOVE HldCase(1) TO HldHitCase
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING HldIdx FROM 1 BY 1
                   UNTIL HldIdx > HldCount OR HldHit = 'Y'
               IF HldScope(HldIdx) = 'C' AND
                       FUNCTION TRIM(HldTarget(HldIdx)) =
                           FUNCTION TRIM(SplitCategory)
                   MOVE 'Y' TO HldHit
                   MOVE HldCase(HldIdx) TO HldHitCase
               END-IF
           END-PERFORM
           PERFORM VARYING HldEncIdx FROM 1 BY 1
                   UNTIL HldEncIdx > HldEncCount OR HldHit = 'Y'
               IF FUNCTION TRIM(HldEncCat(HldEncIdx)) =
                       FUNCTION TRIM(SplitCategory)
                   MOVE 'Y' TO HldHit
                   MOVE HldCase(HldEncHold(HldEncIdx)) TO HldHitCase
               END-IF
           END-PERFORM.

      *    Standby replica. A vault at a second location is kept
      *    current by shipping, after each run of the job, the
      *    present state of every entry the journal has touched
      *    since the high-water mark - its main record and custom
      *    fields - together with the operator records, and then
      *    re-establishing the standby's control trailer. The mark
      *    lives in <vault>_replica.dat beside the primary as
      *    <last journal stamp shipped>|<standby dir>|<run stamp>;
      *    the standby carries <vault>_standby.dat, STANDBY or
      *    PROMOTED|<primary dir>|<stamp>|<by>, and a STANDBY vault
      *    opens read-only and refuses batch work until promoted.
      *    Usage: vaultapp --replicate <vault> <master pw|token>
      *           <standby dir> [RESEED]
       BatchReplicate.
           MOVE 'Y' TO BatchMode
           PERFORM ReplicaArguments
           IF FUNCTION TRIM(VaultName) = '' OR
                   FUNCTION TRIM(BatchPassword) = '' OR
                   FUNCTION TRIM(RplDir) = ''
               DISPLAY 'Usage: vaultapp --replicate <vault>'
                   ' <master pw|token> <standby dir> [RESEED]'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'REPLICATE' TO TokModeName
           PERFORM BatchOpenVault
           IF BatchAuthOk NOT = 'Y'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM ReplicaNames
           IF FUNCTION TRIM(RplDir) = FUNCTION TRIM(RplHere) OR
                   FUNCTION TRIM(RplDir) = '.'
               DISPLAY 'The standby must be at another location.'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM ReadReplicaMark
           MOVE RplMarkerName TO SegFileName
           PERFORM ReadStandbyMarker

           IF RplMarkStatus = 'PROMOTED'
               DISPLAY 'The standby at ' FUNCTION TRIM(RplDir)
                   ' has been promoted; nothing shipped.'
               MOVE 'REPLICATE' TO AuditAction
               MOVE VaultName TO AuditIdentifier
               MOVE 'REFUSED' TO AuditOutcome
               MOVE SPACES TO AuditReason
               STRING
                   'standby at '
                   FUNCTION TRIM(RplDir)
                   ' was promoted'
                   DELIMITED BY SIZE
                   INTO AuditReason
               PERFORM WriteAuditLog
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO RplSeeded
           MOVE RplStandbyFile TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00' OR
                   FUNCTION TRIM(RplOption) = 'RESEED'
               MOVE 'Y' TO RplSeeded
           END-IF
           CLOSE SegFile
           IF RplSeeded NOT = 'Y' AND
                   FUNCTION TRIM(RplHwmDir) NOT =
                       FUNCTION TRIM(RplDir)
               DISPLAY 'The vault at ' FUNCTION TRIM(RplDir)
                   ' is not the standby on record;'
               DISPLAY 'rerun with RESEED to make it the standby.'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF RplSeeded = 'Y'
               PERFORM SeedStandbyVault
           ELSE
               PERFORM ShipJournalToStandby
           END-IF
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM ReplicaCheck.

      *    Lag and consistency check on its own.
      *    Usage: vaultapp --replica-check <vault> <master pw|token>
      *           <standby dir>
       BatchReplicaCheck.
           MOVE 'Y' TO BatchMode
           PERFORM ReplicaArguments
           IF FUNCTION TRIM(VaultName) = '' OR
                   FUNCTION TRIM(BatchPassword) = '' OR
                   FUNCTION TRIM(RplDir) = ''
               DISPLAY 'Usage: vaultapp --replica-check <vault>'
                   ' <master pw|token> <standby dir>'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'REPLICATE' TO TokModeName
           PERFORM BatchOpenVault
           IF BatchAuthOk NOT = 'Y'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM ReplicaNames
           PERFORM ReadReplicaMark
           PERFORM ReplicaCheck.

       ReplicaArguments.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT VaultName FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO VaultName
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT BatchPassword FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO BatchPassword
           END-ACCEPT
           DISPLAY 4 UPON ARGUMENT-NUMBER
           MOVE SPACES TO RplDir
           ACCEPT RplDir FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO RplDir
           END-ACCEPT
           DISPLAY 5 UPON ARGUMENT-NUMBER
           MOVE SPACES TO RplOption
           ACCEPT RplOption FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO RplOption
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(RplOption) TO RplOption.

       ReplicaNames.
           MOVE SPACES TO RplHere
           ACCEPT RplHere FROM ENVIRONMENT 'PWD'
           MOVE SPACES TO RplStandbyFile
           STRING
               FUNCTION TRIM(RplDir)
               '/'
               FUNCTION TRIM(VaultName)
               '.csv'
               DELIMITED BY SIZE
               INTO RplStandbyFile
           MOVE SPACES TO RplMarkerName
           STRING
               FUNCTION TRIM(RplDir)
               '/'
               FUNCTION TRIM(VaultName)
               '_standby.dat'
               DELIMITED BY SIZE
               INTO RplMarkerName
           MOVE SPACES TO RplHwmName
           STRING
               FUNCTION TRIM(VaultName)
               '_replica.dat'
               DELIMITED BY SIZE
               INTO RplHwmName.

       ReadReplicaMark.
           MOVE SPACES TO RplHwmStamp RplHwmDir RplHwmShipped
           MOVE RplHwmName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus = '00'
               MOVE SPACES TO RplLine
               READ SegFile INTO RplLine
               IF SegFileStatus = '00'
                   UNSTRING RplLine DELIMITED BY '|'
                       INTO RplHwmStamp RplHwmDir RplHwmShipped
                   END-UNSTRING
               END-IF
           END-IF
           CLOSE SegFile.

      *    RplMarkOk 'N' when the mark could not be written.
       WriteReplicaMark.
           MOVE 'N' TO RplMarkOk
           MOVE FUNCTION CURRENT-DATE TO RplNow
           MOVE RplHwmName TO SegFileName
           OPEN OUTPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SegRecord
           STRING
               RplHwmStamp
               '|'
               FUNCTION TRIM(RplDir)
               '|'
               RplNow(1:14)
               DELIMITED BY SIZE
               INTO SegRecord
           WRITE SegRecord
           CLOSE SegFile
           MOVE 'Y' TO RplMarkOk.

      *    The marker named in SegFileName, into RplMark*.
       ReadStandbyMarker.
           MOVE SPACES TO RplMarkStatus RplMarkPrimary RplMarkStamp
               RplMarkBy
           OPEN INPUT SegFile
           IF SegFileStatus = '00'
               MOVE SPACES TO RplLine
               READ SegFile INTO RplLine
               IF SegFileStatus = '00'
                   UNSTRING RplLine DELIMITED BY '|'
                       INTO RplMarkStatus RplMarkPrimary
                           RplMarkStamp RplMarkBy
                   END-UNSTRING
               END-IF
           END-IF
           CLOSE SegFile.

      *    StandbyVault = 'Y' when VaultName in this directory is a
      *    standby replica that has not been promoted.
       CheckStandbyVault.
           MOVE 'N' TO StandbyVault
           MOVE SPACES TO SegFileName
           STRING
               FUNCTION TRIM(VaultName)
               '_standby.dat'
               DELIMITED BY SIZE
               INTO SegFileName
           PERFORM ReadStandbyMarker
           IF RplMarkStatus = 'STANDBY'
               MOVE 'Y' TO StandbyVault
           END-IF.

      *    First run, or a RESEED: the standby starts as a copy of
      *    the primary taken under the vault lock, and the mark is
      *    set to that moment.
       SeedStandbyVault.
           PERFORM AcquireVaultLock
           IF LockAcquired NOT = 'Y'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO RplNow
           MOVE RplNow(1:14) TO RplHwmStamp
           MOVE SPACES TO SYSTEM-COMMAND
           STRING
               'cp '
               FUNCTION TRIM(VaultFileName)
               ' '
               FUNCTION TRIM(RplStandbyFile)
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE RETURN-CODE TO RplCopyRc
           PERFORM ReleaseVaultLock

      *    A standby file left from an earlier seed is no proof the
      *    copy worked; the copy's own return code decides.
           MOVE RplStandbyFile TO SegFileName
           OPEN INPUT SegFile
           IF RplCopyRc NOT = 0 OR SegFileStatus NOT = '00'
               CLOSE SegFile
               DISPLAY 'Could not write the standby vault at '
                   FUNCTION TRIM(RplDir)
               PERFORM ReplicaFailed
               EXIT PARAGRAPH
           END-IF
           CLOSE SegFile

           MOVE RplMarkerName TO SegFileName
           OPEN OUTPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               DISPLAY 'Could not write the standby marker at '
                   FUNCTION TRIM(RplDir)
               PERFORM ReplicaFailed
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SegRecord
           STRING
               'STANDBY|'
               FUNCTION TRIM(RplHere)
               '|'
               RplHwmStamp
               '|'
               FUNCTION TRIM(CurrentOperator)
               DELIMITED BY SIZE
               INTO SegRecord
           WRITE SegRecord
           CLOSE SegFile
           PERFORM WriteReplicaMark
           IF RplMarkOk NOT = 'Y'
               DISPLAY 'Could not write the replica mark '
                   FUNCTION TRIM(RplHwmName)
               PERFORM ReplicaFailed
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Standby vault seeded at ' FUNCTION TRIM(RplDir)
           MOVE 'REPLICATE' TO AuditAction
           MOVE VaultName TO AuditIdentifier
           MOVE 'SEEDED' TO AuditOutcome
           MOVE SPACES TO AuditReason
           STRING
               'standby at '
               FUNCTION TRIM(RplDir)
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog.

      *    Routine run: collect the entries named by journal lines
      *    at or past the mark (re-applying the boundary second is
      *    harmless - each entry is shipped as it stands now), then
      *    rewrite the standby with those entries, and every custom
      *    field and operator record, replaced from the primary.
      *    The mark moves only once the standby has really been
      *    rewritten; otherwise the same lines go again next run.
       ShipJournalToStandby.
           PERFORM AcquireVaultLock
           IF LockAcquired NOT = 'Y'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RplShipped
           MOVE 0 TO RplApplied
           MOVE 0 TO RplRemoved
           PERFORM CollectJournalIds
           PERFORM ApplyToStandby
           PERFORM ReleaseVaultLock
           IF RplApplyOk NOT = 'Y'
               DISPLAY 'Could not update the standby vault at '
                   FUNCTION TRIM(RplDir) '; the mark stays at '
                   RplHwmStamp '.'
               PERFORM ReplicaFailed
               EXIT PARAGRAPH
           END-IF

           IF RplShipped > 0
               MOVE RplNewHwm TO RplHwmStamp
           END-IF
           PERFORM WriteReplicaMark
           IF RplMarkOk NOT = 'Y'
               DISPLAY 'Could not write the replica mark '
                   FUNCTION TRIM(RplHwmName)
                   '; the next run ships these lines again.'
               PERFORM ReplicaFailed
               EXIT PARAGRAPH
           END-IF
           IF RplReship = 'Y'
               DISPLAY 'Vault key differs on the standby; every'
                   ' entry was shipped.'
           END-IF

           MOVE RplShipped TO RplOut
           DISPLAY 'Journal lines shipped: ' FUNCTION TRIM(RplOut)
           MOVE RplApplied TO RplOut
           MOVE RplRemoved TO RplOut2
           DISPLAY 'Entries applied: ' FUNCTION TRIM(RplOut)
               '  removed from standby: ' FUNCTION TRIM(RplOut2)
           MOVE 'REPLICATE' TO AuditAction
           MOVE VaultName TO AuditIdentifier
           MOVE 'SUCCESS' TO AuditOutcome
           MOVE RplShipped TO RplOut
           MOVE RplApplied TO RplOut2
           MOVE SPACES TO AuditReason
           STRING
               FUNCTION TRIM(RplOut)
               ' journal line(s), '
               FUNCTION TRIM(RplOut2)
               ' entr(ies) to '
               FUNCTION TRIM(RplDir)
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog.

       CollectJournalIds.
           MOVE 0 TO RplIdCount
           MOVE 'N' TO RplFull
           MOVE RplHwmStamp TO RplNewHwm
           MOVE SPACES TO JournalFileName
           STRING
               FUNCTION TRIM(VaultName)
               '_journal.csv'
               DELIMITED BY SIZE
               INTO JournalFileName
           OPEN INPUT JournalFile
           IF JournalFileStatus NOT = '00'
               CLOSE JournalFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO RplEOF
           PERFORM UNTIL RplEOF = 'Y'
               READ JournalFile INTO JournalLine
                   AT END
                       MOVE 'Y' TO RplEOF
                   NOT AT END
                       IF JournalLine(2:14) NOT < RplHwmStamp AND
                               JournalLine(18:5) NOT = 'FIELD'
                           ADD 1 TO RplShipped
                           IF JournalLine(2:14) > RplNewHwm
                               MOVE JournalLine(2:14) TO RplNewHwm
                           END-IF
                           MOVE SPACES TO RplAddId
                           EVALUATE TRUE
                               WHEN JournalLine(29:6) = 'ADDED,'
                                   MOVE JournalLine(35:50) TO RplAddId
                               WHEN JournalLine(29:1) = '"'
                                   MOVE JournalLine(30:50) TO RplAddId
                           END-EVALUATE
                           IF RplAddId NOT = SPACES
                               PERFORM AddReplicaId
                           END-IF
                           IF JournalLine(18:6) = 'RENAME'
                               PERFORM AddRenameTarget
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE JournalFile.

       AddReplicaId.
           MOVE RplAddId TO RplFindId
           PERFORM FindReplicaId
           IF RplIdHit = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF RplIdCount >= 500
               MOVE 'Y' TO RplFull
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RplIdCount
           MOVE RplAddId TO RplId(RplIdCount).

       FindReplicaId.
           MOVE 'N' TO RplIdHit
           IF RplFull = 'Y'
               MOVE 'Y' TO RplIdHit
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RplIdx FROM 1 BY 1
                   UNTIL RplIdx > RplIdCount OR RplIdHit = 'Y'
               IF RplId(RplIdx) = RplFindId
                   MOVE 'Y' TO RplIdHit
               END-IF
           END-PERFORM.

      *    A rename rewrites the journal onto the new identifier,
      *    so the line names the entry as it is now; the name it is
      *    leaving behind on the standby is the one whose history
      *    carries the "RENAMED TO <new>" marker. Followed back
      *    through chained renames.
       AddRenameTarget.
           MOVE JournalLine(30:50) TO RplRenEnc
           CALL 'Decrypt' USING
               RplRenEnc
               MainPassword
               RplRenPlain
           MOVE 0 TO RplRenDepth
           MOVE 'Y' TO RplRenMore
           PERFORM UNTIL RplRenMore NOT = 'Y' OR RplRenDepth > 9
               ADD 1 TO RplRenDepth
               PERFORM FindRenameMarker
           END-PERFORM.

       FindRenameMarker.
           MOVE 'N' TO RplRenMore
           MOVE SPACES TO RplRenNote
           STRING
               'RENAMED TO '
               FUNCTION TRIM(RplRenPlain)
               DELIMITED BY SIZE
               INTO RplRenNote
           MOVE SPACES TO HistoryFileName
           STRING
               FUNCTION TRIM(VaultName)
               '_history.csv'
               DELIMITED BY SIZE
               INTO HistoryFileName
           OPEN INPUT HistoryFile
           IF HistoryFileStatus NOT = '00'
               CLOSE HistoryFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO SideEOF
           PERFORM UNTIL SideEOF = 'Y'
               READ HistoryFile INTO HistLine
                   AT END
                       MOVE 'Y' TO SideEOF
                   NOT AT END
                       IF HistLine(123:2) = ',"'
                           MOVE HistLine(55:50) TO CipherText
                           MOVE MainPassword TO CipherKey
                           MOVE HistLine(125:8) TO CipherSalt
                           PERFORM DecryptSecret
                           IF CipherText = RplRenNote
                               MOVE HistLine(2:50) TO RplAddId
                               PERFORM AddReplicaId
                               MOVE HistLine(2:50) TO RplRenEnc
                               MOVE 'Y' TO RplRenMore
                               MOVE 'Y' TO SideEOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HistoryFile
           IF RplRenMore = 'Y'
               CALL 'Decrypt' USING
                   RplRenEnc
                   MainPassword
                   RplRenPlain
           END-IF.

      *    Standby lines for the collected entries, and all of its
      *    custom-field and operator records, are dropped; the
      *    primary's current lines for the same go on the end. Not
      *    every field change is journalled, so the fields always
      *    go in full. When the standby's USER record is not the
      *    primary's - the vault was re-keyed - every entry goes,
      *    since those not journalled would be left under the old
      *    key. The trailer is then re-established on the standby
      *    the same way a release does it here. RplApplyOk says
      *    whether the standby was rewritten.
       ApplyToStandby.
           MOVE 'N' TO RplApplyOk
           MOVE 'N' TO RplReship
           MOVE SPACES TO RplPriUser
           OPEN INPUT PswFile
           IF FileStatus = '00'
               READ PswFile INTO RplPriUser
           END-IF
           CLOSE PswFile
           IF RplPriUser(1:5) NOT = 'USER,'
               EXIT PARAGRAPH
           END-IF
           MOVE RplStandbyFile TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SideLine
           READ SegFile INTO SideLine
               AT END
                   MOVE SPACES TO SideLine
           END-READ
           IF SideLine NOT = RplPriUser
               MOVE 'Y' TO RplReship
               MOVE 'Y' TO RplFull
           END-IF
           MOVE SPACES TO Tmp2FileName
           STRING
               FUNCTION TRIM(RplStandbyFile)
               '.rpl.tmp'
               DELIMITED BY SIZE
               INTO Tmp2FileName
           OPEN OUTPUT Tmp2File
           IF Tmp2FileStatus NOT = '00'
               CLOSE SegFile
               CLOSE Tmp2File
               EXIT PARAGRAPH
           END-IF
           MOVE RplPriUser TO Tmp2Record
           WRITE Tmp2Record
      *    The standby's first line, already read, was its USER
      *    record; it is replaced with the primary's above.
           MOVE 'N' TO RplEOF
           PERFORM UNTIL RplEOF = 'Y'
               READ SegFile INTO SideLine
                   AT END
                       MOVE 'Y' TO RplEOF
                   NOT AT END
                       MOVE 'N' TO RplIdHit
                       EVALUATE TRUE
                           WHEN SideLine(1:1) = '"'
                               MOVE SideLine(2:50) TO RplFindId
                               PERFORM FindReplicaId
                               IF RplIdHit = 'Y'
                                   ADD 1 TO RplRemoved
                               END-IF
                           WHEN SideLine(1:1) = '+'
                               MOVE 'Y' TO RplIdHit
                           WHEN SideLine(1:5) = 'OPER,'
                               MOVE 'Y' TO RplIdHit
                           WHEN SideLine(1:5) = 'CTRL,'
                               MOVE 'Y' TO RplIdHit
                           WHEN SideLine(1:5) = 'USER,'
                               MOVE 'Y' TO RplIdHit
                       END-EVALUATE
                       IF RplIdHit NOT = 'Y'
                           MOVE SideLine TO Tmp2Record
                           WRITE Tmp2Record
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SegFile

           MOVE 'N' TO EOF
           OPEN INPUT PswFile
           IF FileStatus = '00'
               PERFORM UNTIL EOF = 'Y'
                   READ PswFile INTO PswRecord
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           MOVE 'N' TO RplIdHit
                           EVALUATE TRUE
                               WHEN PswRecord(1:1) = '"'
                                   MOVE PswRecord(2:50) TO RplFindId
                                   PERFORM FindReplicaId
                                   IF RplIdHit = 'Y'
                                       ADD 1 TO RplApplied
                                   END-IF
                               WHEN PswRecord(1:1) = '+'
                                   MOVE 'Y' TO RplIdHit
                               WHEN PswRecord(1:5) = 'OPER,'
                                   MOVE 'Y' TO RplIdHit
                           END-EVALUATE
                           IF RplIdHit = 'Y'
                               MOVE PswRecord TO Tmp2Record
                               WRITE Tmp2Record
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PswFile
           CLOSE Tmp2File

           MOVE SPACES TO SYSTEM-COMMAND
           STRING
               'mv '
               FUNCTION TRIM(Tmp2FileName)
               ' '
               FUNCTION TRIM(RplStandbyFile)
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE RETURN-CODE TO RplCopyRc
           IF RplCopyRc NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE VaultFileName TO RplSaveVaultFile
           MOVE RplStandbyFile TO VaultFileName
           PERFORM RefreshVaultControl
           MOVE RplSaveVaultFile TO VaultFileName
           MOVE 'Y' TO RplApplyOk.

      *    AuditReason is set here; the caller has said what failed.
       ReplicaFailed.
           MOVE 'REPLICATE' TO AuditAction
           MOVE VaultName TO AuditIdentifier
           MOVE 'FAILURE' TO AuditOutcome
           MOVE SPACES TO AuditReason
           STRING
               'standby at '
               FUNCTION TRIM(RplDir)
               ' not updated'
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog
           MOVE 1 TO RETURN-CODE.

      *    Order-free checksum of the entry and custom-field records
      *    of the vault in VaultFileName: each line's running
      *    checksum (the audit chain's) summed into RplContent, so a
      *    record that differs anywhere in its content shows even
      *    where the counts and identifiers agree.
       ReplicaContentHash.
           MOVE 0 TO RplContent
           OPEN INPUT PswFile
           IF FileStatus NOT = '00'
               CLOSE PswFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO RplEOF
           PERFORM UNTIL RplEOF = 'Y'
               READ PswFile INTO PswRecord
                   AT END
                       MOVE 'Y' TO RplEOF
                   NOT AT END
                       IF PswRecord(1:1) = '"' OR
                               PswRecord(1:1) = '+'
                           PERFORM ReplicaHashLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PswFile
           MOVE 'N' TO RplEOF.

       ReplicaHashLine.
           MOVE 0 TO RplLineSum
           COMPUTE RplLineLen = FUNCTION LENGTH(
               FUNCTION TRIM(PswRecord TRAILING))
           PERFORM VARYING RplPos FROM 1 BY 1
                   UNTIL RplPos > RplLineLen
               COMPUTE RplLineSum = FUNCTION MOD(
                   RplLineSum * 31 +
                   FUNCTION ORD(PswRecord(RplPos:1)),
                   99999989)
           END-PERFORM
           COMPUTE RplContent = FUNCTION MOD(
               RplContent + RplLineSum, 1000000000000000).

      *    Lag and consistency: the standby's entry, operator and
      *    custom-field counts and identifier hash total against the
      *    primary's, counted exactly as the control trailer counts
      *    them, a checksum over the entry and field contents, plus
      *    the journal lines not yet shipped. Anything
      *    out of step ends the run with return code 4.
       ReplicaCheck.
           PERFORM CountVaultControls
           MOVE VcEntries TO RplPriEntries
           MOVE VcOpers TO RplPriOpers
           MOVE VcFields TO RplPriFields
           MOVE VcHash TO RplPriHash
           PERFORM ReplicaContentHash
           MOVE RplContent TO RplPriContent
           MOVE VaultFileName TO RplSaveVaultFile
           MOVE RplStandbyFile TO VaultFileName
           PERFORM ReplicaContentHash
           PERFORM CountVaultControls
           MOVE RplSaveVaultFile TO VaultFileName

           MOVE 0 TO RplLag
           MOVE SPACES TO RplLastJournal
           MOVE SPACES TO JournalFileName
           STRING
               FUNCTION TRIM(VaultName)
               '_journal.csv'
               DELIMITED BY SIZE
               INTO JournalFileName
           OPEN INPUT JournalFile
           IF JournalFileStatus = '00'
               MOVE 'N' TO RplEOF
               PERFORM UNTIL RplEOF = 'Y'
                   READ JournalFile INTO JournalLine
                       AT END
                           MOVE 'Y' TO RplEOF
                       NOT AT END
                           IF JournalLine(18:5) NOT = 'FIELD'
                               MOVE JournalLine(2:14)
                                   TO RplLastJournal
                               IF JournalLine(2:14) > RplHwmStamp
                                   ADD 1 TO RplLag
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE JournalFile

           MOVE 'Y' TO RplInStep
           IF VcOpenOk NOT = 'Y' OR RplLag > 0 OR
                   VcEntries NOT = RplPriEntries OR
                   VcOpers NOT = RplPriOpers OR
                   VcFields NOT = RplPriFields OR
                   VcHash NOT = RplPriHash OR
                   RplContent NOT = RplPriContent
               MOVE 'N' TO RplInStep
           END-IF

           DISPLAY 'Replica check ' FUNCTION TRIM(VaultName) ' -> '
               FUNCTION TRIM(RplDir)
           IF VcOpenOk NOT = 'Y'
               DISPLAY '  standby vault not found'
           ELSE
               MOVE RplPriEntries TO RplOut
               MOVE VcEntries TO RplOut2
               DISPLAY '  entries          primary ' RplOut
                   '  standby ' RplOut2
               MOVE RplPriOpers TO RplOut
               MOVE VcOpers TO RplOut2
               DISPLAY '  operators        primary ' RplOut
                   '  standby ' RplOut2
               MOVE RplPriFields TO RplOut
               MOVE VcFields TO RplOut2
               DISPLAY '  custom fields    primary ' RplOut
                   '  standby ' RplOut2
               MOVE RplPriHash TO RplHashOut
               MOVE VcHash TO RplHashOut2
               DISPLAY '  identifier hash  primary '
                   FUNCTION TRIM(RplHashOut) '  standby '
                   FUNCTION TRIM(RplHashOut2)
               MOVE RplPriContent TO RplHashOut
               MOVE RplContent TO RplHashOut2
               DISPLAY '  content hash     primary '
                   FUNCTION TRIM(RplHashOut) '  standby '
                   FUNCTION TRIM(RplHashOut2)
           END-IF
           MOVE RplLag TO RplOut
           DISPLAY '  journal lines not yet shipped: '
               FUNCTION TRIM(RplOut) '  (shipped to ' RplHwmStamp
               ', last change ' RplLastJournal ')'

           MOVE 'REPLICA' TO AuditAction
           MOVE VaultName TO AuditIdentifier
           MOVE SPACES TO AuditReason
           STRING
               'lag '
               FUNCTION TRIM(RplOut)
               ' line(s), standby '
               FUNCTION TRIM(RplDir)
               DELIMITED BY SIZE
               INTO AuditReason
           IF RplInStep = 'Y'
               DISPLAY 'Standby is in step.'
               MOVE 'INSTEP' TO AuditOutcome
           ELSE
               DISPLAY 'Standby is OUT OF STEP.'
               MOVE 'OUTOFSTEP' TO AuditOutcome
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WriteAuditLog.

      *    Failover, run at the standby's location: the standby is
      *    marked PROMOTED and opens read-write from then on, and the
      *    promotion is written to its own audit log and, while that
      *    location can still be reached, to the primary's.
      *    Usage: vaultapp --promote <vault> <master pw>
       BatchPromote.
           MOVE 'Y' TO BatchMode
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT VaultName FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO VaultName
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT BatchPassword FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO BatchPassword
           END-ACCEPT
           IF FUNCTION TRIM(VaultName) = '' OR
                   FUNCTION TRIM(BatchPassword) = ''
               DISPLAY 'Usage: vaultapp --promote <vault> <master pw>'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckStandbyVault
           IF StandbyVault NOT = 'Y'
               DISPLAY 'Vault ' FUNCTION TRIM(VaultName)
                   ' here is not a standby replica.'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO RplAllowStandby
           PERFORM BatchOpenVault
           IF BatchAuthOk NOT = 'Y'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RplHere
           ACCEPT RplHere FROM ENVIRONMENT 'PWD'
           MOVE FUNCTION CURRENT-DATE TO RplNow

           MOVE SPACES TO SegFileName
           STRING
               FUNCTION TRIM(VaultName)
               '_standby.dat'
               DELIMITED BY SIZE
               INTO SegFileName
           OPEN OUTPUT SegFile
           MOVE SPACES TO SegRecord
           STRING
               'PROMOTED|'
               FUNCTION TRIM(RplMarkPrimary)
               '|'
               RplNow(1:14)
               '|'
               FUNCTION TRIM(CurrentOperator)
               DELIMITED BY SIZE
               INTO SegRecord
           WRITE SegRecord
           CLOSE SegFile
           MOVE 'N' TO StandbyVault

           MOVE SPACES TO RplPrimaryLog
           STRING
               FUNCTION TRIM(RplMarkPrimary)
               '/'
               FUNCTION TRIM(VaultName)
               '_audit.log'
               DELIMITED BY SIZE
               INTO RplPrimaryLog
           MOVE RplPrimaryLog TO AuditFileName
           MOVE 'N' TO RplPrimaryOk
           OPEN INPUT AuditFile
           IF AuditFileStatus = '00'
               MOVE 'Y' TO RplPrimaryOk
           END-IF
           CLOSE AuditFile
           IF RplPrimaryOk = 'Y'
               MOVE 'N' TO AuditChainLoaded
               MOVE 'REPLICA' TO AuditAction
               MOVE VaultName TO AuditIdentifier
               MOVE 'PROMOTED' TO AuditOutcome
               MOVE SPACES TO AuditReason
               STRING
                   'standby at '
                   FUNCTION TRIM(RplHere)
                   ' promoted to read-write'
                   DELIMITED BY SIZE
                   INTO AuditReason
               PERFORM AppendAuditLine
               MOVE 'N' TO AuditChainLoaded
           ELSE
               DISPLAY 'The primary audit log at '
                   FUNCTION TRIM(RplMarkPrimary)
                   ' cannot be reached; the promotion is recorded'
                   ' here only.'
           END-IF

           MOVE 'REPLICA' TO AuditAction
           MOVE VaultName TO AuditIdentifier
           MOVE 'PROMOTED' TO AuditOutcome
           MOVE SPACES TO AuditReason
           IF RplPrimaryOk = 'Y'
               STRING
                   'promoted to read-write; primary was '
                   FUNCTION TRIM(RplMarkPrimary)
                   DELIMITED BY SIZE
                   INTO AuditReason
           ELSE
               STRING
                   'promoted to read-write; primary log unreachable'
                   DELIMITED BY SIZE
                   INTO AuditReason
           END-IF
           PERFORM WriteAuditLog
           DISPLAY 'Vault ' FUNCTION TRIM(VaultName)
               ' promoted; it now opens read-write here.'.

      *    Change tickets. Categories on the vault's TICKETCATS list
      *    (or every category, with ALL) need an approved change
      *    ticket for an edit, delete, rename, change-set row or
      *    rotation; elsewhere a ticket is taken when offered. The
      *    ticket rides on the journal line of the change and in the
      *    reason of its audit line. CategoryWork must hold the
      *    entry's decrypted category.
       CheckTicketCategory.
           MOVE 'N' TO TicketRequired
           IF FUNCTION TRIM(TicketCats) = ''
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(TicketCats) = 'ALL'
               MOVE 'Y' TO TicketRequired
               EXIT PARAGRAPH
           END-IF
           MOVE TicketCats TO CatListWork
           PERFORM MatchCategoryList
           MOVE CatListHit TO TicketRequired.

      *    Asks for the ticket for the entry in Identifier, leaving
      *    it in TicketHeld (for the audit line and any queued
      *    change) and ChangeTicket (for the journal line). TicketOk
      *    is 'N' when a required ticket was not given.
       AcceptChangeTicket.
           PERFORM CheckTicketCategory
           IF TicketRequired = 'Y'
               DISPLAY 'Change ticket for ' FUNCTION TRIM(Identifier)
                   ' (required for category '
                   FUNCTION TRIM(CategoryWork) '):'
           ELSE
               DISPLAY 'Change ticket for ' FUNCTION TRIM(Identifier)
                   ' (enter for none):'
           END-IF
           MOVE SPACES TO TicketHeld
           ACCEPT TicketHeld
           MOVE FUNCTION TRIM(TicketHeld) TO TicketHeld
           MOVE TicketHeld TO ChangeTicket
           MOVE 'Y' TO TicketOk
           IF TicketRequired = 'Y' AND TicketHeld = SPACES
               MOVE 'N' TO TicketOk
               MOVE SPACES TO ChangeTicket
               DISPLAY 'A change ticket is required for category '
                   FUNCTION TRIM(CategoryWork) '; nothing changed.'
           END-IF.

      *    AuditAction set by the caller; Identifier and CategoryWork
      *    name the entry.
       AuditTicketRefusal.
           MOVE Identifier TO AuditIdentifier
           MOVE 'REFUSED' TO AuditOutcome
           MOVE SPACES TO AuditReason
           STRING
               'change ticket required for category '
               FUNCTION TRIM(CategoryWork)
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog.

      *    Monthly reconciliation of the journal against the change
      *    system's extract of approved tickets. The extract is one
      *    ticket per line - ticket,window start,window end - with
      *    the window as YYYYMMDD, YYYYMMDDHHMM or YYYYMMDDHHMMSS
      *    (a date alone covers the whole day); a ticket may appear
      *    on several lines for several windows, and lines whose
      *    start is not numeric (a header) are skipped. Every edit,
      *    delete, rename and rotation journaled in the month is
      *    listed when it has no ticket, a ticket the extract does
      *    not know, or a timestamp outside all of that ticket's
      *    windows. The month defaults to the one before this one;
      *    any exception ends the run with return code 4.
      *    Usage: vaultapp --ticket-recon <vault> <master pw|token>
      *           <extract file> <outfile> [YYYYMM]
       BatchTicketRecon.
           MOVE 'Y' TO BatchMode
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT VaultName FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO VaultName
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT BatchPassword FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO BatchPassword
           END-ACCEPT
           DISPLAY 4 UPON ARGUMENT-NUMBER
           MOVE SPACES TO TkrExtractName
           ACCEPT TkrExtractName FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO TkrExtractName
           END-ACCEPT
           DISPLAY 5 UPON ARGUMENT-NUMBER
           MOVE SPACES TO ReportFileName
           ACCEPT ReportFileName FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO ReportFileName
           END-ACCEPT
           DISPLAY 6 UPON ARGUMENT-NUMBER
           MOVE SPACES TO TkrMonth
           ACCEPT TkrMonth FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO TkrMonth
           END-ACCEPT
           IF FUNCTION TRIM(VaultName) = '' OR
                   FUNCTION TRIM(BatchPassword) = '' OR
                   FUNCTION TRIM(TkrExtractName) = '' OR
                   FUNCTION TRIM(ReportFileName) = ''
               DISPLAY 'Usage: vaultapp --ticket-recon <vault>'
                   ' <master pw|token> <extract file> <outfile>'
                   ' [YYYYMM]'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF TkrMonth = SPACES
               MOVE FUNCTION CURRENT-DATE TO CurrentDate
               MOVE CurrentDate(1:4) TO TkrYear
               MOVE CurrentDate(5:2) TO TkrMon
               IF TkrMon = 1
                   MOVE 12 TO TkrMon
                   SUBTRACT 1 FROM TkrYear
               ELSE
                   SUBTRACT 1 FROM TkrMon
               END-IF
               MOVE TkrYear TO TkrMonth(1:4)
               MOVE TkrMon TO TkrMonth(5:2)
           END-IF
           IF TkrMonth IS NOT NUMERIC
               DISPLAY 'Error: month must be YYYYMM.'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 'BATCHREPORT' TO TokModeName
           PERFORM BatchOpenVault
           IF BatchAuthOk NOT = 'Y'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM LoadTicketExtract
           IF TkrCount = 0
               DISPLAY 'Error: no approved tickets read from '
                   FUNCTION TRIM(TkrExtractName)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO RptBatch
           MOVE 'CHANGE TICKET RECONCILIATION' TO RptTitle
           MOVE TkrCount TO TkrOut
           MOVE SPACES TO RptParms
           STRING
               'month '
               TkrMonth
               ', extract '
               FUNCTION TRIM(TkrExtractName)
               ' ('
               FUNCTION TRIM(TkrOut)
               ' window(s))'
               DELIMITED BY SIZE
               INTO RptParms
           PERFORM PromptReportOutput
           MOVE SPACES TO RptOutLine
           MOVE 'Date' TO RptOutLine(1:8)
           MOVE 'Time' TO RptOutLine(10:6)
           MOVE 'Change' TO RptOutLine(18:10)
           MOVE 'Identifier' TO RptOutLine(29:30)
           MOVE 'Ticket' TO RptOutLine(60:20)
           MOVE 'Finding' TO RptOutLine(81:20)
           PERFORM EmitReportLine

           MOVE 0 TO TkrChanges TkrNoTicket TkrUnknown TkrOutside
               TkrMatched
           MOVE SPACES TO JournalFileName
           STRING
               FUNCTION TRIM(VaultName)
               '_journal.csv'
               DELIMITED BY SIZE
               INTO JournalFileName
           OPEN INPUT JournalFile
           IF JournalFileStatus = '00'
               MOVE 'N' TO TkrEOF
               PERFORM UNTIL TkrEOF = 'Y'
                   READ JournalFile INTO JournalLine
                       AT END
                           MOVE 'Y' TO TkrEOF
                       NOT AT END
                           IF JournalLine(2:6) = TkrMonth
                               PERFORM TicketReconLine
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE JournalFile

           MOVE SPACES TO RptOutLine
           PERFORM EmitReportLine
           MOVE TkrChanges TO TkrOut
           MOVE TkrMatched TO TkrOut2
           MOVE SPACES TO RptOutLine
           STRING
               'Changes in month: '
               FUNCTION TRIM(TkrOut)
               '   within an approved window: '
               FUNCTION TRIM(TkrOut2)
               DELIMITED BY SIZE
               INTO RptOutLine
           PERFORM EmitReportLine
           MOVE TkrNoTicket TO TkrOut
           MOVE TkrUnknown TO TkrOut2
           MOVE TkrOutside TO TkrOut3
           MOVE SPACES TO RptOutLine
           STRING
               'No ticket: '
               FUNCTION TRIM(TkrOut)
               '   unknown ticket: '
               FUNCTION TRIM(TkrOut2)
               '   outside window: '
               FUNCTION TRIM(TkrOut3)
               DELIMITED BY SIZE
               INTO RptOutLine
           PERFORM EmitReportLine
           PERFORM CloseReportOutput

           MOVE 'TICKETRECON' TO AuditAction
           MOVE VaultName TO AuditIdentifier
           MOVE SPACES TO AuditReason
           STRING
               'month '
               TkrMonth
               ': '
               FUNCTION TRIM(TkrOut)
               ' no ticket, '
               FUNCTION TRIM(TkrOut2)
               ' unknown, '
               FUNCTION TRIM(TkrOut3)
               ' outside window'
               DELIMITED BY SIZE
               INTO AuditReason
           IF TkrNoTicket + TkrUnknown + TkrOutside > 0
               MOVE 'EXCEPTIONS' TO AuditOutcome
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'CLEAN' TO AuditOutcome
           END-IF
           PERFORM WriteAuditLog.

       LoadTicketExtract.
           MOVE 0 TO TkrCount
           MOVE 'N' TO TkrFull
           MOVE SPACES TO TkrTable
           MOVE TkrExtractName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO TkrEOF
           PERFORM UNTIL TkrEOF = 'Y'
               READ SegFile INTO TkrLine
                   AT END
                       MOVE 'Y' TO TkrEOF
                   NOT AT END
                       PERFORM LoadTicketWindow
               END-READ
           END-PERFORM
           CLOSE SegFile
           IF TkrFull = 'Y'
               DISPLAY 'Only the first 500 ticket windows were read.'
           END-IF.

       LoadTicketWindow.
           MOVE SPACES TO TkrInId TkrInFrom TkrInTo
           UNSTRING TkrLine DELIMITED BY ','
               INTO TkrInId TkrInFrom TkrInTo
           END-UNSTRING
           MOVE FUNCTION TRIM(TkrInId) TO TkrInId
           MOVE FUNCTION TRIM(TkrInFrom) TO TkrInFrom
           MOVE FUNCTION TRIM(TkrInTo) TO TkrInTo
           IF TkrInId = SPACES OR TkrInFrom(1:8) IS NOT NUMERIC OR
                   TkrInTo(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF TkrCount >= 500
               MOVE 'Y' TO TkrFull
               EXIT PARAGRAPH
           END-IF
           IF TkrInFrom(9:6) = SPACES
               MOVE '000000' TO TkrInFrom(9:6)
           END-IF
           IF TkrInFrom(13:2) = SPACES
               MOVE '00' TO TkrInFrom(13:2)
           END-IF
           IF TkrInTo(9:6) = SPACES
               MOVE '235959' TO TkrInTo(9:6)
           END-IF
           IF TkrInTo(13:2) = SPACES
               MOVE '59' TO TkrInTo(13:2)
           END-IF
           ADD 1 TO TkrCount
           MOVE TkrInId TO TkrId(TkrCount)
           MOVE TkrInFrom TO TkrFrom(TkrCount)
           MOVE TkrInTo TO TkrTo(TkrCount).

      *    One journal line of the month. FIELD lines belong to the
      *    change above them; adds, undos and restores are not
      *    changes the policy asks a ticket for.
       TicketReconLine.
           MOVE JournalLine(18:10) TO TkrOp
           IF FUNCTION TRIM(TkrOp) NOT = 'EDIT' AND
                   FUNCTION TRIM(TkrOp) NOT = 'DELETE' AND
                   FUNCTION TRIM(TkrOp) NOT = 'RENAME' AND
                   FUNCTION TRIM(TkrOp) NOT = 'ROTATE'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TkrChanges
           MOVE JournalLine(2:14) TO TkrStamp
           MOVE JournalLine(431:20) TO TkrTicket
           MOVE SPACES TO TkrIdent
           IF JournalLine(29:1) = '"'
               MOVE JournalLine(30:50) TO TkrIdent
               CALL 'Decrypt'
                   USING
                       TkrIdent
                       MainPassword
                       TkrIdent
           END-IF

           MOVE 'N' TO TkrKnown
           MOVE 'N' TO TkrInWindow
           IF TkrTicket NOT = SPACES
               PERFORM VARYING TkrIdx FROM 1 BY 1
                       UNTIL TkrIdx > TkrCount
                   IF TkrId(TkrIdx) = TkrTicket
                       MOVE 'Y' TO TkrKnown
                       IF TkrStamp NOT < TkrFrom(TkrIdx) AND
                               TkrStamp NOT > TkrTo(TkrIdx)
                           MOVE 'Y' TO TkrInWindow
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           EVALUATE TRUE
               WHEN TkrTicket = SPACES
                   ADD 1 TO TkrNoTicket
                   MOVE 'NO TICKET' TO TkrFinding
               WHEN TkrKnown NOT = 'Y'
                   ADD 1 TO TkrUnknown
                   MOVE 'UNKNOWN TICKET' TO TkrFinding
               WHEN TkrInWindow NOT = 'Y'
                   ADD 1 TO TkrOutside
                   MOVE 'OUTSIDE WINDOW' TO TkrFinding
               WHEN OTHER
                   ADD 1 TO TkrMatched
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACES TO RptOutLine
           MOVE TkrStamp(1:8) TO RptOutLine(1:8)
           MOVE TkrStamp(9:6) TO RptOutLine(10:6)
           MOVE TkrOp TO RptOutLine(18:10)
           MOVE TkrIdent TO RptOutLine(29:30)
           MOVE TkrTicket TO RptOutLine(60:20)
           MOVE TkrFinding TO RptOutLine(81:20)
           PERFORM EmitReportLine.

      *    Metadata-only inventory for the CMDB: no password, note,
      *    TOTP secret or custom-field value ever reaches the file.
      *    Fixed-width records of 226 characters:
      *      H  vault (2-51), run stamp (52-65), FULL or DELTA
      *         (66-70), previous run stamp for a delta (71-84)
      *      I  one per entry (A/C/D in a delta: added, changed,
      *         deleted since the previous run):
      *         identifier 2-51, category 52-101, owner 102-151,
      *         date added 152-159, last accessed 160-167,
      *         rotation due 168-175, generation profile 176-225,
      *         TOTP enabled Y/N 226
      *      T  record count (2-8); in a delta also adds (9-15),
      *         changes (16-22) and deletes (23-29)
      *    Each run leaves its full extract in <vault>_cmdb.dat as
      *    the snapshot the next delta is taken against; the first
      *    delta reports every entry as an add. A delta that could
      *    not be written leaves the snapshot where it was, so the
      *    rerun reports the same changes.
      *    Usage: vaultapp --cmdb <vault> <master pw|token>
      *           <extract file> [delta file]
       BatchCmdbExtract.
           MOVE 'Y' TO BatchMode
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT VaultName FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO VaultName
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT BatchPassword FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO BatchPassword
           END-ACCEPT
           DISPLAY 4 UPON ARGUMENT-NUMBER
           MOVE SPACES TO ExportFileName
           ACCEPT ExportFileName FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO ExportFileName
           END-ACCEPT
           DISPLAY 5 UPON ARGUMENT-NUMBER
           MOVE SPACES TO CmdbDeltaName
           ACCEPT CmdbDeltaName FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO CmdbDeltaName
           END-ACCEPT
           IF FUNCTION TRIM(VaultName) = '' OR
                   FUNCTION TRIM(BatchPassword) = '' OR
                   FUNCTION TRIM(ExportFileName) = ''
               DISPLAY 'Usage: vaultapp --cmdb <vault>'
                   ' <master pw|token> <extract file> [delta file]'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 'CMDB' TO TokModeName
           PERFORM BatchOpenVault
           IF BatchAuthOk NOT = 'Y'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CmdbNow
           MOVE SPACES TO CmdbSnapName
           STRING
               FUNCTION TRIM(VaultName)
               '_cmdb.dat'
               DELIMITED BY SIZE
               INTO CmdbSnapName

           PERFORM CmdbCollectEntries
           PERFORM CmdbCollectOwners
           IF CmdbFull = 'Y'
               DISPLAY 'Error: more than 500 entries; no extract'
                   ' written.'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ExportFile
           IF ExportFileStatus NOT = '00'
               CLOSE ExportFile
               DISPLAY 'Error: cannot write '
                   FUNCTION TRIM(ExportFileName)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ExportRecord
           MOVE 'H' TO ExportRecord(1:1)
           MOVE VaultName TO ExportRecord(2:50)
           MOVE CmdbNow(1:14) TO ExportRecord(52:14)
           MOVE 'FULL' TO ExportRecord(66:5)
           WRITE ExportRecord
           PERFORM VARYING CmdbIdx FROM 1 BY 1
                   UNTIL CmdbIdx > CmdbCurCount
               MOVE CmdbCurData(CmdbIdx) TO ExportRecord
               WRITE ExportRecord
           END-PERFORM
           MOVE SPACES TO ExportRecord
           MOVE 'T' TO ExportRecord(1:1)
           MOVE CmdbCurCount TO CmdbCountX
           MOVE CmdbCountX TO ExportRecord(2:7)
           WRITE ExportRecord
           CLOSE ExportFile
           MOVE CmdbCurCount TO CmdbOut
           DISPLAY 'CMDB extract: ' FUNCTION TRIM(CmdbOut)
               ' entr(ies) written to ' FUNCTION TRIM(ExportFileName)

           MOVE 0 TO CmdbAdds CmdbChanges CmdbDeletes
           MOVE 'Y' TO CmdbDeltaOk
           MOVE 0 TO CmdbCopyRc
           IF FUNCTION TRIM(CmdbDeltaName) NOT = ''
               PERFORM CmdbLoadSnapshot
               PERFORM CmdbWriteDelta
           END-IF

           IF CmdbDeltaOk = 'Y'
               MOVE SPACES TO SYSTEM-COMMAND
               STRING
                   'cp '
                   FUNCTION TRIM(ExportFileName)
                   ' '
                   FUNCTION TRIM(CmdbSnapName)
                   DELIMITED BY SIZE
                   INTO SYSTEM-COMMAND
               CALL "SYSTEM" USING SYSTEM-COMMAND
               MOVE RETURN-CODE TO CmdbCopyRc
               IF CmdbCopyRc NOT = 0
                   DISPLAY 'Error: snapshot '
                       FUNCTION TRIM(CmdbSnapName)
                       ' could not be updated; the next delta is'
                       ' taken against the previous run.'
               END-IF
           END-IF

           MOVE 'CMDB' TO AuditAction
           MOVE VaultName TO AuditIdentifier
           MOVE 'EXTRACT' TO AuditOutcome
           MOVE CmdbCurCount TO CmdbOut
           MOVE SPACES TO AuditReason
           IF CmdbDeltaOk NOT = 'Y' OR CmdbCopyRc NOT = 0
               MOVE 'FAILURE' TO AuditOutcome
           END-IF
           EVALUATE TRUE
               WHEN CmdbDeltaOk NOT = 'Y'
                   STRING
                       'delta not written to '
                       FUNCTION TRIM(CmdbDeltaName)
                       '; snapshot kept'
                       DELIMITED BY SIZE
                       INTO AuditReason
               WHEN CmdbCopyRc NOT = 0
                   STRING
                       'snapshot '
                       FUNCTION TRIM(CmdbSnapName)
                       ' not updated'
                       DELIMITED BY SIZE
                       INTO AuditReason
               WHEN FUNCTION TRIM(CmdbDeltaName) = ''
                   STRING
                       FUNCTION TRIM(CmdbOut)
                       ' entr(ies) to '
                       FUNCTION TRIM(ExportFileName)
                       DELIMITED BY SIZE
                       INTO AuditReason
               WHEN OTHER
                   MOVE CmdbAdds TO CmdbOut2
                   MOVE CmdbChanges TO CmdbOut3
                   MOVE CmdbDeletes TO CmdbOut4
                   STRING
                       FUNCTION TRIM(CmdbOut)
                       ' entr(ies); delta '
                       FUNCTION TRIM(CmdbOut2)
                       ' add, '
                       FUNCTION TRIM(CmdbOut3)
                       ' change, '
                       FUNCTION TRIM(CmdbOut4)
                       ' delete'
                       DELIMITED BY SIZE
                       INTO AuditReason
           END-EVALUATE
           PERFORM WriteAuditLog
           IF CmdbDeltaOk NOT = 'Y' OR CmdbCopyRc NOT = 0
               MOVE 1 TO RETURN-CODE
           END-IF.

      *    First pass: one row per entry from the main record. The
      *    encrypted identifier is kept beside the row so the owner
      *    pass can find it.
       CmdbCollectEntries.
           MOVE 0 TO CmdbCurCount
           MOVE 'N' TO CmdbFull
           MOVE VaultFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO CmdbEOF
           PERFORM UNTIL CmdbEOF = 'Y'
               READ SegFile INTO PswRecord
                   AT END
                       MOVE 'Y' TO CmdbEOF
                   NOT AT END
                       IF PswRecord(1:1) = '"'
                           PERFORM CmdbEntryRow
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SegFile.

       CmdbEntryRow.
           IF CmdbCurCount >= 500
               MOVE 'Y' TO CmdbFull
               EXIT PARAGRAPH
           END-IF
           PERFORM ParseEntryRecord
           MOVE SPACES TO CmdbRec
           MOVE 'I' TO CmdbType
           CALL 'Decrypt'
               USING
                   ReadIdentifier
                   MainPassword
                   CmdbIdent
           MOVE MainPassword TO CipherKey
           MOVE ReadSalt TO CipherSalt
           MOVE ReadCategory TO CipherText
           PERFORM DecryptSecret
           MOVE CipherText TO CmdbCat
           IF ReadGenProfile NOT = SPACES
               MOVE ReadGenProfile TO CipherText
               PERFORM DecryptSecret
               MOVE CipherText TO CmdbProfile
           END-IF
           MOVE ReadDateAdded TO CmdbAdded
           MOVE ReadLastAccessed TO CmdbAccessed
           MOVE ReadRotateDue TO CmdbDue
           IF ReadTotpSecret = SPACES
               MOVE 'N' TO CmdbTotp
           ELSE
               MOVE 'Y' TO CmdbTotp
           END-IF
           ADD 1 TO CmdbCurCount
           MOVE PswRecord(2:50) TO CmdbCurEnc(CmdbCurCount)
           MOVE CmdbRec TO CmdbCurData(CmdbCurCount).

      *    Second pass: only the reserved #OWNER field is decrypted;
      *    every other custom field is passed over unread.
       CmdbCollectOwners.
           MOVE VaultFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO CmdbEOF
           PERFORM UNTIL CmdbEOF = 'Y'
               READ SegFile INTO PswRecord
                   AT END
                       MOVE 'Y' TO CmdbEOF
                   NOT AT END
                       IF PswRecord(1:1) = '+'
                           PERFORM CmdbOwnerField
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SegFile.

       CmdbOwnerField.
           MOVE 0 TO CmdbHit
           PERFORM VARYING CmdbIdx FROM 1 BY 1
                   UNTIL CmdbIdx > CmdbCurCount OR CmdbHit > 0
               IF CmdbCurEnc(CmdbIdx) = PswRecord(3:50)
                   MOVE CmdbIdx TO CmdbHit
               END-IF
           END-PERFORM
           IF CmdbHit = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM ParseFieldRecord
           MOVE MainPassword TO CipherKey
           MOVE FieldSalt TO CipherSalt
           MOVE FieldName TO CipherText
           PERFORM DecryptSecret
           IF FUNCTION TRIM(CipherText) NOT = '#OWNER'
               EXIT PARAGRAPH
           END-IF
           MOVE FieldValue TO CipherText
           PERFORM DecryptSecret
           MOVE CmdbCurData(CmdbHit) TO CmdbRec
           MOVE CipherText TO CmdbOwner
           MOVE CmdbRec TO CmdbCurData(CmdbHit).

       CmdbLoadSnapshot.
           MOVE 0 TO CmdbOldCount
           MOVE SPACES TO CmdbSnapStamp
           MOVE 'N' TO CmdbSnapOk
           MOVE CmdbSnapName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO CmdbSnapOk
           MOVE 'N' TO CmdbEOF
           PERFORM UNTIL CmdbEOF = 'Y'
               READ SegFile INTO PswRecord
                   AT END
                       MOVE 'Y' TO CmdbEOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PswRecord(1:1) = 'H'
                               MOVE PswRecord(52:14) TO CmdbSnapStamp
                           WHEN PswRecord(1:1) = 'I' AND
                                   CmdbOldCount < 500
                               ADD 1 TO CmdbOldCount
                               MOVE PswRecord(1:226)
                                   TO CmdbOldData(CmdbOldCount)
                               MOVE 'N' TO CmdbOldSeen(CmdbOldCount)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE SegFile.

      *    Entries are matched on identifier: a rename therefore
      *    shows as the old name deleted and the new one added.
       CmdbWriteDelta.
           MOVE CmdbDeltaName TO Tmp2FileName
           OPEN OUTPUT Tmp2File
           IF Tmp2FileStatus NOT = '00'
               CLOSE Tmp2File
               DISPLAY 'Error: cannot write '
                   FUNCTION TRIM(CmdbDeltaName)
               MOVE 'N' TO CmdbDeltaOk
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Tmp2Record
           MOVE 'H' TO Tmp2Record(1:1)
           MOVE VaultName TO Tmp2Record(2:50)
           MOVE CmdbNow(1:14) TO Tmp2Record(52:14)
           MOVE 'DELTA' TO Tmp2Record(66:5)
           MOVE CmdbSnapStamp TO Tmp2Record(71:14)
           WRITE Tmp2Record

           PERFORM VARYING CmdbIdx FROM 1 BY 1
                   UNTIL CmdbIdx > CmdbCurCount
               MOVE 0 TO CmdbHit
               PERFORM VARYING CmdbIdx2 FROM 1 BY 1
                       UNTIL CmdbIdx2 > CmdbOldCount OR CmdbHit > 0
                   IF CmdbOldData(CmdbIdx2)(2:50) =
                           CmdbCurData(CmdbIdx)(2:50)
                       MOVE CmdbIdx2 TO CmdbHit
                   END-IF
               END-PERFORM
               MOVE CmdbCurData(CmdbIdx) TO CmdbRec
               EVALUATE TRUE
                   WHEN CmdbHit = 0
                       MOVE 'A' TO CmdbType
                       ADD 1 TO CmdbAdds
                   WHEN CmdbOldData(CmdbHit)(2:225) NOT =
                           CmdbCurData(CmdbIdx)(2:225)
                       MOVE 'Y' TO CmdbOldSeen(CmdbHit)
                       MOVE 'C' TO CmdbType
                       ADD 1 TO CmdbChanges
                   WHEN OTHER
                       MOVE 'Y' TO CmdbOldSeen(CmdbHit)
                       MOVE SPACE TO CmdbType
               END-EVALUATE
               IF CmdbType NOT = SPACE
                   MOVE CmdbRec TO Tmp2Record
                   WRITE Tmp2Record
               END-IF
           END-PERFORM

           PERFORM VARYING CmdbIdx2 FROM 1 BY 1
                   UNTIL CmdbIdx2 > CmdbOldCount
               IF CmdbOldSeen(CmdbIdx2) NOT = 'Y'
                   MOVE CmdbOldData(CmdbIdx2) TO CmdbRec
                   MOVE 'D' TO CmdbType
                   ADD 1 TO CmdbDeletes
                   MOVE CmdbRec TO Tmp2Record
                   WRITE Tmp2Record
               END-IF
           END-PERFORM

           MOVE SPACES TO Tmp2Record
           MOVE 'T' TO Tmp2Record(1:1)
           COMPUTE CmdbCountX = CmdbAdds + CmdbChanges + CmdbDeletes
           MOVE CmdbCountX TO Tmp2Record(2:7)
           MOVE CmdbAdds TO Tmp2Record(9:7)
           MOVE CmdbChanges TO Tmp2Record(16:7)
           MOVE CmdbDeletes TO Tmp2Record(23:7)
           WRITE Tmp2Record
           CLOSE Tmp2File

           IF CmdbSnapOk NOT = 'Y'
               DISPLAY 'No previous extract on record; every entry'
                   ' is delivered as an add.'
           END-IF
           MOVE CmdbAdds TO CmdbOut2
           MOVE CmdbChanges TO CmdbOut3
           MOVE CmdbDeletes TO CmdbOut4
           DISPLAY 'Delta: ' FUNCTION TRIM(CmdbOut2) ' add(s), '
               FUNCTION TRIM(CmdbOut3) ' change(s), '
               FUNCTION TRIM(CmdbOut4) ' delete(s) written to '
               FUNCTION TRIM(CmdbDeltaName).

      *    Export register. Every decrypted export that lands on
      *    disk - ExportVault, a diff change-set, --get into a file -
      *    gets one fixed-layout ExRec line in <vault>_exports.dat:
      *    file, operator, time, entry count, expiry, and the line
      *    count and checksum the file had when it was written. The
      *    status starts LIVE and ends SHREDDED (overwritten and
      *    removed by the sweep), GONE (no longer where it was
      *    written - moved or deleted outside the vault) or ALTERED
      *    (something else now sits under that name, so the sweep
      *    leaves it alone). Lines are never removed: the register
      *    is the answer to "where did the plaintext go".
       BuildExportRegName.
           MOVE SPACES TO ExRegName
           STRING
               FUNCTION TRIM(VaultName)
               '_exports.dat'
               DELIMITED BY SIZE
               INTO ExRegName.

      *    ExportFileName is closed and complete; ExSourceWant says
      *    where it came from and ExCountWant how many entries it
      *    holds (0 takes the line count).
       RegisterExport.
           MOVE ExportFileName TO MergeFileName
           PERFORM ExportHashFile
           IF ExCountWant = 0
               MOVE ExHashLines TO ExCountWant
           END-IF
           MOVE FUNCTION CURRENT-DATE TO ExNow
           PERFORM ExportNextId
           MOVE SPACES TO ExRec
           MOVE ExMaxId TO ExId
           MOVE 'LIVE' TO ExStatus
           MOVE ExportFileName TO ExFile
           MOVE CurrentOperator TO ExOper
           MOVE ExNow(1:14) TO ExStamp
           MOVE ExCountWant TO ExCount
           MOVE ExHashLines TO ExLines
           MOVE ExHashSum TO ExSum
           MOVE ExSourceWant TO ExSource
           PERFORM ExportExpiryStamp

           PERFORM BuildExportRegName
           MOVE ExRegName TO SegFileName
           OPEN EXTEND SegFile
           IF SegFileStatus NOT = '00'
               OPEN OUTPUT SegFile
           END-IF
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               DISPLAY 'WARNING: the export register could not be'
                   ' written; remove that file by hand.'
               EXIT PARAGRAPH
           END-IF
           MOVE ExRec TO SegRecord
           WRITE SegRecord
           CLOSE SegFile
           DISPLAY 'Export register id ' ExId ': shredded after '
               ExExpiry(1:8) ' ' ExExpiry(9:2) ':' ExExpiry(11:2)
               '.'.

      *    For the audit line of the export just registered.
       ExportRegisterReason.
           MOVE SPACES TO AuditReason
           STRING
               'register id '
               ExId
               ', '
               FUNCTION TRIM(ExSource)
               ' to '
               FUNCTION TRIM(ExFile)
               ', expires '
               ExExpiry
               DELIMITED BY SIZE
               INTO AuditReason.

       ExportNextId.
           MOVE 0 TO ExMaxId
           PERFORM BuildExportRegName
           MOVE ExRegName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus = '00'
               MOVE 'N' TO ExEOF
               PERFORM UNTIL ExEOF = 'Y'
                   READ SegFile INTO ExRec
                       AT END
                           MOVE 'Y' TO ExEOF
                       NOT AT END
                           IF ExId IS NUMERIC AND ExId > ExMaxId
                               MOVE ExId TO ExMaxId
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SegFile
           ADD 1 TO ExMaxId.

      *    Expiry = export time plus the vault's EXPORTEXPIRYHOURS,
      *    carried across midnight the way GrantEndStamp does it.
       ExportExpiryStamp.
           MOVE ExStamp(1:8) TO DateNum
           COMPUTE ExDayInt = FUNCTION INTEGER-OF-DATE(DateNum)
           MOVE ExStamp(9:2) TO HH
           MOVE ExStamp(11:2) TO MM
           MOVE ExStamp(13:2) TO SS
           COMPUTE ExSecs =
               HH * 3600 + MM * 60 + SS + ExportExpiryHours * 3600
           DIVIDE ExSecs BY 86400 GIVING ExDays REMAINDER ExRem
           ADD ExDays TO ExDayInt
           COMPUTE DateNum = FUNCTION DATE-OF-INTEGER(ExDayInt)
           COMPUTE HH = ExRem / 3600
           COMPUTE ExRem = ExRem - HH * 3600
           COMPUTE MM = ExRem / 60
           COMPUTE SS = ExRem - MM * 60
           MOVE SPACES TO ExExpiry
           STRING
               DateNum HH MM SS
               DELIMITED BY SIZE
               INTO ExExpiry.

      *    Line count and running checksum (the audit chain's) of
      *    the file named in MergeFileName; ExHashOk 'N' when it
      *    cannot be opened.
       ExportHashFile.
           MOVE 'N' TO ExHashOk
           MOVE 0 TO ExHashLines
           MOVE 0 TO ExHashSum
           OPEN INPUT MergeFile
           IF MergeFileStatus NOT = '00'
               CLOSE MergeFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO ExHashOk
           MOVE 'N' TO ExEOF
           PERFORM UNTIL ExEOF = 'Y'
               READ MergeFile INTO ExHashLine
                   AT END
                       MOVE 'Y' TO ExEOF
                   NOT AT END
                       ADD 1 TO ExHashLines
                       COMPUTE ExHashLen = FUNCTION LENGTH(
                           FUNCTION TRIM(ExHashLine TRAILING))
                       PERFORM VARYING ExHashPos FROM 1 BY 1
                               UNTIL ExHashPos > ExHashLen
                           COMPUTE ExHashSum = FUNCTION MOD(
                               ExHashSum * 31 +
                               FUNCTION ORD(ExHashLine(ExHashPos:1)),
                               99999989)
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE MergeFile
           MOVE 'N' TO ExEOF.

      *    The sweep. Each LIVE line is checked against the file on
      *    disk: missing means GONE, a different line count or
      *    checksum means ALTERED, and an expired file that still
      *    matches is overwritten and removed, then marked SHREDDED.
      *    Findings are kept aside (50 per run; the rest wait for the
      *    next sweep) and audited once the register is closed,
      *    since the audit writer needs SegFile. ExToLog 'Y' sends
      *    the report to the nightly run log instead of the screen.
       ExportSweep.
           MOVE 0 TO ExShredded ExGone ExAltered ExFailed ExLiveLeft
           MOVE 0 TO ExFindCount
           MOVE FUNCTION CURRENT-DATE TO ExNow
           PERFORM BuildExportRegName
           MOVE ExRegName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Tmp2FileName
           STRING
               FUNCTION TRIM(VaultName)
               '_exports.tmp'
               DELIMITED BY SIZE
               INTO Tmp2FileName
           OPEN OUTPUT Tmp2File
           IF Tmp2FileStatus NOT = '00'
               CLOSE SegFile
               CLOSE Tmp2File
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ExRegEOF
           PERFORM UNTIL ExRegEOF = 'Y'
               READ SegFile INTO ExRec
                   AT END
                       MOVE 'Y' TO ExRegEOF
                   NOT AT END
                       IF ExStatus = 'LIVE' AND ExFindCount < 50
                           PERFORM ExportSweepOne
                       END-IF
                       MOVE ExRec TO Tmp2Record
                       WRITE Tmp2Record
               END-READ
           END-PERFORM
           CLOSE SegFile
           CLOSE Tmp2File
           IF ExFindCount = 0
               MOVE SPACES TO SYSTEM-COMMAND
               STRING
                   'rm -f '
                   FUNCTION TRIM(Tmp2FileName)
                   DELIMITED BY SIZE
                   INTO SYSTEM-COMMAND
               CALL "SYSTEM" USING SYSTEM-COMMAND
           ELSE
               MOVE ExRegName TO SidecarTargetName
               PERFORM MoveSidecarOver
           END-IF
           PERFORM VARYING ExIdx FROM 1 BY 1
                   UNTIL ExIdx > ExFindCount
               MOVE ExFind(ExIdx) TO ExRec
               PERFORM ExportSweepReport
           END-PERFORM.

       ExportSweepOne.
           MOVE ExFile TO MergeFileName
           PERFORM ExportHashFile
           MOVE SPACES TO ExOutcome
           EVALUATE TRUE
               WHEN ExHashOk NOT = 'Y'
                   MOVE 'GONE' TO ExOutcome
                   ADD 1 TO ExGone
               WHEN ExHashLines NOT = ExLines OR
                       ExHashSum NOT = ExSum
                   MOVE 'ALTERED' TO ExOutcome
                   ADD 1 TO ExAltered
               WHEN ExExpiry NOT > ExNow(1:14) OR ExExpireAll = 'Y'
                   IF ExExpiry > ExNow(1:14)
                       MOVE ExNow(1:14) TO ExExpiry
                   END-IF
                   PERFORM ExportShredFile
                   IF ExRc = 0
                       MOVE 'SHREDDED' TO ExOutcome
                       ADD 1 TO ExShredded
                   ELSE
                       MOVE 'FAILED' TO ExOutcome
                       ADD 1 TO ExFailed
                   END-IF
               WHEN OTHER
                   ADD 1 TO ExLiveLeft
           END-EVALUATE
           IF ExOutcome = SPACES
               EXIT PARAGRAPH
           END-IF
      *    A failed shred stays LIVE so the next sweep tries again.
           IF ExOutcome NOT = 'FAILED'
               MOVE ExOutcome TO ExStatus
               MOVE ExNow(1:14) TO ExDone
           END-IF
           ADD 1 TO ExFindCount
           MOVE ExRec TO ExFind(ExFindCount)
           MOVE ExOutcome TO ExFind(ExFindCount)(8:8).

      *    Overwrite then unlink; the file counts as shredded only
      *    once it is really no longer there (ExRc 0).
       ExportShredFile.
           MOVE SPACES TO SYSTEM-COMMAND
           STRING
               'shred -f -z -u '''
               FUNCTION TRIM(ExFile)
               ''' 2>/dev/null; test ! -e '''
               FUNCTION TRIM(ExFile)
               ''''
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           MOVE RETURN-CODE TO ExSavedRc
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE RETURN-CODE TO ExRc
           MOVE ExSavedRc TO RETURN-CODE.

       ExportSweepReport.
           MOVE 'EXPORTSWEEP' TO AuditAction
           MOVE ExFile TO AuditIdentifier
           MOVE ExStatus TO AuditOutcome
           MOVE SPACES TO AuditReason
           STRING
               'id ' ExId ' '
               FUNCTION TRIM(ExSource)
               ' by '
               FUNCTION TRIM(ExOper)
               ' at '
               ExStamp
               ', expiry '
               ExExpiry
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog
           IF ExToLog = 'Y'
               IF ExStatus NOT = 'SHREDDED'
                   MOVE 'EXPORTSWEEP' TO NightlyStep
                   MOVE 'WARN' TO NightlyResult
                   MOVE SPACES TO NightlyDetail
                   STRING
                       FUNCTION TRIM(ExStatus)
                       ' '
                       FUNCTION TRIM(ExFile)
                       DELIMITED BY SIZE
                       INTO NightlyDetail
                   PERFORM WriteNightlyLog
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE ExStatus
               WHEN 'SHREDDED'
                   DISPLAY 'Shredded  id ' ExId ' '
                       FUNCTION TRIM(ExFile)
               WHEN 'GONE'
                   DISPLAY 'GONE      id ' ExId ' '
                       FUNCTION TRIM(ExFile)
                       ' - moved or deleted outside the vault'
               WHEN 'ALTERED'
                   DISPLAY 'ALTERED   id ' ExId ' '
                       FUNCTION TRIM(ExFile)
                       ' - not the file that was exported; left'
                       ' in place'
               WHEN OTHER
                   DISPLAY 'FAILED    id ' ExId ' '
                       FUNCTION TRIM(ExFile)
                       ' - could not be removed; retried next sweep'
           END-EVALUATE.

      *    Nightly step: WARN lines for anything gone, altered or
      *    not removable, then the summary.
       NightlyExportSweep.
           MOVE 'Y' TO ExToLog
           PERFORM ExportSweep
           MOVE 'N' TO ExToLog
           MOVE 'EXPORTSWEEP' TO NightlyStep
           IF ExGone + ExAltered + ExFailed > 0
               MOVE 'WARN' TO NightlyResult
           ELSE
               MOVE 'PASS' TO NightlyResult
           END-IF
           MOVE SPACES TO NightlyDetail
           MOVE ExShredded TO ExOut
           MOVE ExGone TO ExOut2
           MOVE ExLiveLeft TO ExOut3
           STRING
               FUNCTION TRIM(ExOut)
               ' shredded, '
               FUNCTION TRIM(ExOut2)
               ' gone, '
               FUNCTION TRIM(ExOut3)
               ' live'
               DELIMITED BY SIZE
               INTO NightlyDetail
           PERFORM WriteNightlyLog.

      *    Menu screen: the register, newest last, then a sweep on
      *    demand. Naming an id shreds that export now - the
      *    operator who made it or an ADMIN may bring its expiry
      *    forward - and the sweep that follows does the work.
       ExportRegisterScreen.
           PERFORM BuildExportRegName
           MOVE ExRegName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               DISPLAY 'No decrypted exports have been registered.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Id     Status   Exported        Entries Expires'
               '         Operator / file'
           MOVE 'N' TO ExEOF
           PERFORM UNTIL ExEOF = 'Y'
               READ SegFile INTO ExRec
                   AT END
                       MOVE 'Y' TO ExEOF
                   NOT AT END
                       MOVE ExCount TO ExOut
                       DISPLAY ExId ' ' ExStatus ' '
                           ExStamp(1:8) ' ' ExStamp(9:6) ' '
                           ExOut ' '
                           ExExpiry(1:8) ' ' ExExpiry(9:6) ' '
                           FUNCTION TRIM(ExOper) ' '
                           FUNCTION TRIM(ExSource)
                       DISPLAY '       ' FUNCTION TRIM(ExFile)
               END-READ
           END-PERFORM
           CLOSE SegFile

           PERFORM CheckWriteAccess
           IF WriteAllowed NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'S to sweep expired exports now, an id to shred'
               ' that export now (enter to go back):'
           MOVE SPACES TO ExWant
           ACCEPT ExWant
           IF FUNCTION TRIM(ExWant) = ''
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(ExWant) NOT = 'S' AND
                   FUNCTION TRIM(ExWant) NOT = 's'
               IF FUNCTION TRIM(ExWant) IS NOT NUMERIC
                   DISPLAY 'Enter S or an export id.'
                   EXIT PARAGRAPH
               END-IF
               COMPUTE ExPick = FUNCTION NUMVAL(ExWant)
               PERFORM ExportExpireNow
               IF ExHit NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM ExportSweep
           MOVE ExShredded TO ExOut
           MOVE ExGone TO ExOut2
           MOVE ExLiveLeft TO ExOut3
           DISPLAY 'Sweep: ' FUNCTION TRIM(ExOut) ' shredded, '
               FUNCTION TRIM(ExOut2) ' gone, '
               FUNCTION TRIM(ExOut3) ' still live.'.

      *    Brings the expiry of LIVE export ExPick forward to now.
       ExportExpireNow.
           MOVE 'N' TO ExHit
           MOVE FUNCTION CURRENT-DATE TO ExNow
           PERFORM BuildExportRegName
           MOVE ExRegName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Tmp2FileName
           STRING
               FUNCTION TRIM(VaultName)
               '_exports.tmp'
               DELIMITED BY SIZE
               INTO Tmp2FileName
           OPEN OUTPUT Tmp2File
           MOVE SPACE TO ExShow
           MOVE 'N' TO ExEOF
           PERFORM UNTIL ExEOF = 'Y'
               READ SegFile INTO ExRec
                   AT END
                       MOVE 'Y' TO ExEOF
                   NOT AT END
                       IF ExId = ExPick
                           EVALUATE TRUE
                               WHEN ExStatus NOT = 'LIVE'
                                   MOVE 'S' TO ExShow
                               WHEN OperatorRole NOT = 'ADMIN' AND
                                       FUNCTION TRIM(ExOper) NOT =
                                       FUNCTION TRIM(CurrentOperator)
                                   MOVE 'O' TO ExShow
                               WHEN OTHER
                                   MOVE ExNow(1:14) TO ExExpiry
                                   MOVE 'Y' TO ExHit
                           END-EVALUATE
                       END-IF
                       MOVE ExRec TO Tmp2Record
                       WRITE Tmp2Record
               END-READ
           END-PERFORM
           CLOSE SegFile
           CLOSE Tmp2File
           IF ExHit = 'Y'
               MOVE ExRegName TO SidecarTargetName
               PERFORM MoveSidecarOver
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SYSTEM-COMMAND
           STRING
               'rm -f '
               FUNCTION TRIM(Tmp2FileName)
               DELIMITED BY SIZE
               INTO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           EVALUATE ExShow
               WHEN 'S'
                   DISPLAY 'That export is no longer live.'
               WHEN 'O'
                   DISPLAY 'Only the operator who made that export or'
                       ' an ADMIN may shred it early.'
               WHEN OTHER
                   DISPLAY 'No such export id.'
           END-EVALUATE.

      *    Incident freeze. <vault>_freeze.dat holds one FzRec line:
      *    FROZEN when an ADMIN freezes the vault under an incident
      *    reference, LIFTING once an ADMIN asks for it to be lifted
      *    (still frozen), LIFTED when a second ADMIN confirms. It is
      *    read at every menu action and every batch front door, so
      *    sessions already open are caught at their next step.
      *    While frozen only metadata may be seen: no reveal, TOTP,
      *    recovery code, check-out, --get or export, no write path,
      *    no batch rotation. --breakglass does not look at it.
       BuildFreezeName.
           MOVE SPACES TO FzFileName
           STRING
               FUNCTION TRIM(VaultName)
               '_freeze.dat'
               DELIMITED BY SIZE
               INTO FzFileName.

       LoadIncidentFreeze.
           MOVE 'N' TO IncidentFrozen
           MOVE SPACES TO IncidentRef
           MOVE SPACES TO FzRec
           PERFORM BuildFreezeName
           MOVE FzFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus = '00'
               READ SegFile INTO FzRec
               IF SegFileStatus NOT = '00'
                   MOVE SPACES TO FzRec
               END-IF
           END-IF
           CLOSE SegFile
           IF FzStatus = 'FROZEN' OR FzStatus = 'LIFTING'
               MOVE 'Y' TO IncidentFrozen
               MOVE FzRef TO IncidentRef
           END-IF.

       WriteFreezeRecord.
           PERFORM BuildFreezeName
           MOVE FzFileName TO SegFileName
           OPEN OUTPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               DISPLAY 'Error: cannot write the freeze file.'
               EXIT PARAGRAPH
           END-IF
           MOVE FzRec TO SegRecord
           WRITE SegRecord
           CLOSE SegFile.

      *    Every refusal is audited under the incident reference;
      *    FzAction and FzWhat name what was refused.
       IncidentRefusal.
           DISPLAY '*** Vault frozen for incident '
               FUNCTION TRIM(IncidentRef) ': '
               FUNCTION TRIM(FzAction) ' refused. ***'
           MOVE FzAction TO AuditAction
           MOVE FzWhat TO AuditIdentifier
           MOVE 'FROZEN' TO AuditOutcome
           MOVE SPACES TO AuditReason
           STRING
               'incident '
               FUNCTION TRIM(IncidentRef)
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog.

       IncidentBatchGate.
           PERFORM LoadIncidentFreeze
           IF IncidentFrozen = 'Y'
               PERFORM IncidentRefusal
               MOVE 'N' TO BatchAuthOk
           END-IF.

      *    Menu actions that stay open while frozen: the listing
      *    (without reveal), the reports that show no secret, the
      *    audit tools, the registers, and this screen. Everything
      *    else is refused before it starts.
       IncidentMenuGate.
           PERFORM LoadIncidentFreeze
           IF IncidentFrozen NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(Choice)
               WHEN '2'
               WHEN '6'
               WHEN '7'
               WHEN '12'
               WHEN '13'
               WHEN '21'
               WHEN '28'
               WHEN '40'
               WHEN '42'
               WHEN '43'
               WHEN '45'
               WHEN '48'
               WHEN '49'
               WHEN '50'
               WHEN '51'
                   MOVE 'Y' TO FzAllowed
               WHEN OTHER
                   MOVE 'N' TO FzAllowed
           END-EVALUATE
           IF FzAllowed NOT = 'Y'
               MOVE 'MENU' TO FzAction
               MOVE SPACES TO FzWhat
               STRING
                   'menu '
                   FUNCTION TRIM(Choice)
                   DELIMITED BY SIZE
                   INTO FzWhat
               PERFORM IncidentRefusal
               DISPLAY ""
               DISPLAY "Press any key to continue."
               ACCEPT Temp
               MOVE 'Y' TO Locked
           END-IF.

      *    ADMIN only. Freezing takes an incident reference; lifting
      *    takes two different ADMINs - one asks, another confirms.
       IncidentFreezeScreen.
           IF OperatorRole NOT = 'ADMIN'
               DISPLAY 'Only an ADMIN may freeze or lift a vault.'
               EXIT PARAGRAPH
           END-IF
           PERFORM LoadIncidentFreeze
           MOVE FUNCTION CURRENT-DATE TO FzNow
           IF IncidentFrozen NOT = 'Y'
               PERFORM IncidentFreezeSet
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Vault frozen for incident ' FUNCTION TRIM(FzRef)
           DISPLAY '  by ' FUNCTION TRIM(FzBy) ' at '
               FzAt(1:8) ' ' FzAt(9:6)
           IF FzStatus = 'FROZEN'
               DISPLAY 'Ask for the freeze to be lifted? (Y/N):'
               ACCEPT FzConfirm
               IF FzConfirm NOT = 'Y' AND FzConfirm NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'LIFTING' TO FzStatus
               MOVE CurrentOperator TO FzReqBy
               MOVE FzNow(1:14) TO FzReqAt
               PERFORM WriteFreezeRecord
               DISPLAY 'Lift requested; a second ADMIN must confirm'
                   ' it. The vault stays frozen until then.'
               MOVE 'FREEZE' TO AuditAction
               MOVE VaultName TO AuditIdentifier
               MOVE 'LIFTREQ' TO AuditOutcome
               MOVE SPACES TO AuditReason
               STRING
                   'incident '
                   FUNCTION TRIM(FzRef)
                   DELIMITED BY SIZE
                   INTO AuditReason
               PERFORM WriteAuditLog
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Lift requested by ' FUNCTION TRIM(FzReqBy) ' at '
               FzReqAt(1:8) ' ' FzReqAt(9:6)
           IF FUNCTION TRIM(FzReqBy) = FUNCTION TRIM(CurrentOperator)
               DISPLAY 'A different ADMIN must confirm the lift.'
               MOVE 'FREEZE' TO AuditAction
               MOVE VaultName TO AuditIdentifier
               MOVE 'REFUSED' TO AuditOutcome
               MOVE SPACES TO AuditReason
               STRING
                   'incident '
                   FUNCTION TRIM(FzRef)
                   '; lift needs a second admin'
                   DELIMITED BY SIZE
                   INTO AuditReason
               PERFORM WriteAuditLog
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'C to confirm the lift, K to keep the vault'
               ' frozen (enter to go back):'
           MOVE SPACE TO FzChoice
           ACCEPT FzChoice
           EVALUATE FzChoice
               WHEN 'C'
               WHEN 'c'
                   MOVE 'LIFTED' TO FzStatus
                   MOVE CurrentOperator TO FzLiftBy
                   MOVE FzNow(1:14) TO FzLiftAt
                   PERFORM WriteFreezeRecord
                   DISPLAY 'Freeze lifted.'
                   MOVE 'LIFTED' TO AuditOutcome
               WHEN 'K'
               WHEN 'k'
                   MOVE 'FROZEN' TO FzStatus
                   MOVE SPACES TO FzReqBy
                   MOVE SPACES TO FzReqAt
                   PERFORM WriteFreezeRecord
                   DISPLAY 'Lift request withdrawn; vault stays'
                       ' frozen.'
                   MOVE 'LIFTDENIED' TO AuditOutcome
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 'FREEZE' TO AuditAction
           MOVE VaultName TO AuditIdentifier
           MOVE SPACES TO AuditReason
           STRING
               'incident '
               FUNCTION TRIM(FzRef)
               '; asked by '
               FUNCTION TRIM(FzReqBy)
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog
           PERFORM LoadIncidentFreeze.

       IncidentFreezeSet.
           DISPLAY 'The vault is not frozen.'
           DISPLAY 'Incident reference to freeze under (blank'
               ' cancels):'
           MOVE SPACES TO FzRef
           ACCEPT FzRef
           IF FUNCTION TRIM(FzRef) = ''
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Freeze ' FUNCTION TRIM(VaultName)
               ' now? Every session drops to metadata only. (Y/N):'
           ACCEPT FzConfirm
           IF FzConfirm NOT = 'Y' AND FzConfirm NOT = 'y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'FROZEN' TO FzStatus
           MOVE CurrentOperator TO FzBy
           MOVE FzNow(1:14) TO FzAt
           MOVE SPACES TO FzReqBy
           MOVE SPACES TO FzReqAt
           MOVE SPACES TO FzLiftBy
           MOVE SPACES TO FzLiftAt
           PERFORM WriteFreezeRecord
           PERFORM LoadIncidentFreeze
           IF IncidentFrozen NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Vault frozen for incident '
               FUNCTION TRIM(IncidentRef) '.'
           MOVE 'FREEZE' TO AuditAction
           MOVE VaultName TO AuditIdentifier
           MOVE 'FROZEN' TO AuditOutcome
           MOVE SPACES TO AuditReason
           STRING
               'incident '
               FUNCTION TRIM(IncidentRef)
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog.

      *    Operator entitlement review. R lists every OPER record
      *    with its role, category lists, forced-change flag, last
      *    successful login and the number of entries it viewed in
      *    the look-back period; a category on a list that saw no
      *    use in the period is flagged as unused. The run also
      *    writes a sign-off file, one row per operator:
      *    operator,role,last login,viewed,view,edit,decision,
      *    new view,new edit - the reviewer marks each row KEEP,
      *    REDUCE or REMOVE (the new lists come prefilled with the
      *    categories actually used; a blank new list leaves that
      *    list as it is, and a new edit list of NONE - prefilled
      *    when nothing at all was edited - takes the operator down
      *    to READONLY). A applies a marked file through the same
      *    operator maintenance as menu 19.
       EntitlementReviewScreen.
           IF OperatorRole NOT = 'ADMIN'
               DISPLAY 'Only an ADMIN may review operator access.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY
               'R) Run the review and write a sign-off file'
               '  A) Apply a marked sign-off file  enter) back'
           MOVE SPACES TO ErvChoice
           ACCEPT ErvChoice
           EVALUATE ErvChoice
               WHEN 'R'
               WHEN 'r'
                   PERFORM ErvRunReview
               WHEN 'A'
               WHEN 'a'
                   PERFORM ErvApplySignoff
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ErvRunReview.
           DISPLAY 'Look-back period in days (enter for 90):'
           MOVE 0 TO ErvDays
           ACCEPT ErvDays
           IF ErvDays = 0
               MOVE 90 TO ErvDays
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CurrentDate
           MOVE CurrentDate(1:8) TO TodayNum
           COMPUTE ErvCutDate = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TodayNum) - ErvDays)
           MOVE SPACES TO ErvCutoff
           STRING
               ErvCutDate
               '000000'
               DELIMITED BY SIZE
               INTO ErvCutoff

           PERFORM ErvLoadOperators
           IF ErvOpCount = 0
               DISPLAY 'No operators on this vault - only the shared'
                   ' master login.'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ErvSeenCount
           MOVE 'N' TO ErvSeenFull
           PERFORM ErvScanAudit
           PERFORM ErvScanVault
           PERFORM VARYING ErvIdx FROM 1 BY 1
                   UNTIL ErvIdx > ErvOpCount
               PERFORM ErvBuildOne
           END-PERFORM

           MOVE SPACES TO ErvSignName
           STRING
               FUNCTION TRIM(VaultName)
               '_entitlement_'
               TodayNum
               '.csv'
               DELIMITED BY SIZE
               INTO ErvSignName
           DISPLAY 'Sign-off file (enter for '
               FUNCTION TRIM(ErvSignName) '):'
           MOVE SPACES TO ErvList
           ACCEPT ErvList
           IF FUNCTION TRIM(ErvList) NOT = ''
               MOVE ErvList(1:100) TO ErvSignName
           END-IF

           MOVE 'OPERATOR ENTITLEMENT REVIEW' TO RptTitle
           MOVE ErvDays TO ErvOut
           MOVE SPACES TO RptParms
           STRING
               'since '
               ErvCutDate
               ' ('
               FUNCTION TRIM(ErvOut)
               ' days), sign-off '
               FUNCTION TRIM(ErvSignName)
               DELIMITED BY SIZE
               INTO RptParms
           PERFORM PromptReportOutput
           MOVE 0 TO ErvFlagged
           PERFORM VARYING ErvIdx FROM 1 BY 1
                   UNTIL ErvIdx > ErvOpCount
               PERFORM ErvReportOne
           END-PERFORM
           MOVE SPACES TO RptOutLine
           PERFORM EmitReportLine
           MOVE ErvOpCount TO ErvOut
           MOVE ErvFlagged TO ErvOut2
           MOVE SPACES TO RptOutLine
           STRING
               FUNCTION TRIM(ErvOut)
               ' operator(s) reviewed, '
               FUNCTION TRIM(ErvOut2)
               ' with unused access.'
               DELIMITED BY SIZE
               INTO RptOutLine
           PERFORM EmitReportLine
           IF ErvOpFull = 'Y'
               MOVE SPACES TO RptOutLine
               STRING
                   'WARNING: only the first 50 operators are'
                   ' reviewed.'
                   DELIMITED BY SIZE
                   INTO RptOutLine
               PERFORM EmitReportLine
           END-IF
           IF ErvSeenFull = 'Y'
               MOVE SPACES TO RptOutLine
               STRING
                   'WARNING: more than 2000 operator/entry uses in'
                   ' the period; later uses were not counted, so'
                   ' shorten the period.'
                   DELIMITED BY SIZE
                   INTO RptOutLine
               PERFORM EmitReportLine
           END-IF
           PERFORM CloseReportOutput

           PERFORM ErvWriteSignoff
           IF Tmp2FileStatus NOT = '00'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Sign-off file written: ' FUNCTION TRIM(ErvSignName)
           DISPLAY 'Mark each row KEEP, REDUCE or REMOVE, then apply'
               ' it with A.'
           MOVE 'ENTREVIEW' TO AuditAction
           MOVE ErvSignName TO AuditIdentifier
           MOVE 'REPORTED' TO AuditOutcome
           MOVE ErvOpCount TO ErvOut
           MOVE ErvFlagged TO ErvOut2
           MOVE SPACES TO AuditReason
           STRING
               'operators '
               FUNCTION TRIM(ErvOut)
               ' unused '
               FUNCTION TRIM(ErvOut2)
               ' since '
               ErvCutDate
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog.

       ErvLoadOperators.
           MOVE 0 TO ErvOpCount
           MOVE 'N' TO ErvOpFull
           MOVE 'N' TO OperEOF
           OPEN INPUT PswFile
           IF FileStatus NOT = '00'
               CLOSE PswFile
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL OperEOF = 'Y'
               READ PswFile INTO PswRecord
                   AT END
                       MOVE 'Y' TO OperEOF
                   NOT AT END
                       IF PswRecord(1:5) = 'OPER,'
                           IF ErvOpCount < 50
                               PERFORM ErvLoadOneOperator
                           ELSE
                               MOVE 'Y' TO ErvOpFull
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PswFile.

       ErvLoadOneOperator.
           MOVE SPACES TO OperTag
           MOVE SPACES TO OperReadName
           MOVE SPACES TO OperStored
           MOVE SPACES TO OperReadRole
           MOVE SPACES TO OperReadView
           MOVE SPACES TO OperReadEdit
           MOVE SPACES TO OperReadForce
           UNSTRING PswRecord DELIMITED BY ','
               INTO OperTag OperReadName
                   OperStored OperReadRole
                   OperReadView OperReadEdit
                   OperReadForce
           END-UNSTRING
           ADD 1 TO ErvOpCount
           MOVE SPACES TO ErvOp(ErvOpCount)
           MOVE OperReadName TO ErvOpName(ErvOpCount)
           MOVE OperReadRole TO ErvOpRole(ErvOpCount)
           MOVE OperReadView TO ErvOpView(ErvOpCount)
           MOVE OperReadEdit TO ErvOpEdit(ErvOpCount)
           IF FUNCTION TRIM(OperReadView) = ''
               MOVE 'ALL' TO ErvOpView(ErvOpCount)
           END-IF
           IF FUNCTION TRIM(OperReadEdit) = ''
               MOVE 'ALL' TO ErvOpEdit(ErvOpCount)
           END-IF
           MOVE 'N' TO ErvOpForce(ErvOpCount)
           IF OperReadForce = 'Y'
               MOVE 'Y' TO ErvOpForce(ErvOpCount)
           END-IF
           MOVE 0 TO ErvOpViewed(ErvOpCount).

      *    Same sources as the offboarding sweep: every archived
      *    audit log in the catalog, then the live one.
       ErvScanAudit.
           MOVE SPACES TO ArchCatalogName
           STRING
               FUNCTION TRIM(VaultName)
               '_audit_archives.dat'
               DELIMITED BY SIZE
               INTO ArchCatalogName
           MOVE ArchCatalogName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus = '00'
               MOVE 'N' TO ArchEOF
               PERFORM UNTIL ArchEOF = 'Y'
                   READ SegFile INTO SetLine
                       AT END
                           MOVE 'Y' TO ArchEOF
                       NOT AT END
                           IF FUNCTION TRIM(SetLine) NOT = ''
                               MOVE SetLine(1:100) TO AuditFileName
                               PERFORM ErvScanAuditFile
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SegFile
           MOVE SPACES TO AuditFileName
           STRING
               FUNCTION TRIM(VaultName)
               '_audit.log'
               DELIMITED BY SIZE
               INTO AuditFileName
           PERFORM ErvScanAuditFile.

      *    A successful LOGIN at any date sets the last login; the
      *    entry actions inside the period count as use - reading
      *    actions for the view list, changing actions for both.
       ErvScanAuditFile.
           MOVE 'N' TO AuditEOF
           OPEN INPUT AuditFile
           IF AuditFileStatus NOT = '00'
               CLOSE AuditFile
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AuditEOF = 'Y'
               READ AuditFile
                   AT END
                       MOVE 'Y' TO AuditEOF
                   NOT AT END
                       MOVE SPACES TO AlStamp
                       MOVE SPACES TO AlAction
                       MOVE SPACES TO AlIdent
                       MOVE SPACES TO AlOutcome
                       MOVE SPACES TO ErvOper
                       UNSTRING AuditRecord DELIMITED BY ','
                           INTO AlStamp AlAction
                               AlIdent AlOutcome ErvOper
                       END-UNSTRING
                       IF (FUNCTION TRIM(AlOutcome) = 'SUCCESS' OR
                               (FUNCTION TRIM(AlAction) = 'RCODE' AND
                               FUNCTION TRIM(AlOutcome) = 'CONSUMED'))
                               AND FUNCTION TRIM(ErvOper) NOT = ''
                           PERFORM ErvCheckAuditLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AuditFile.

       ErvCheckAuditLine.
           MOVE 0 TO ErvOpHit
           PERFORM VARYING ErvJdx FROM 1 BY 1
                   UNTIL ErvJdx > ErvOpCount OR ErvOpHit > 0
               IF FUNCTION TRIM(ErvOpName(ErvJdx)) =
                       FUNCTION TRIM(ErvOper)
                   MOVE ErvJdx TO ErvOpHit
               END-IF
           END-PERFORM
           IF ErvOpHit = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO ErvKind
           EVALUATE FUNCTION TRIM(AlAction)
               WHEN 'LOGIN'
                   IF AlStamp > ErvOpLast(ErvOpHit)
                       MOVE AlStamp TO ErvOpLast(ErvOpHit)
                   END-IF
               WHEN 'VIEW'
               WHEN 'REVEAL'
               WHEN 'HISTORY'
               WHEN 'CHECKOUT'
               WHEN 'FIELDS'
               WHEN 'RCODE'
                   MOVE 'V' TO ErvKind
               WHEN 'ADD'
               WHEN 'EDIT'
               WHEN 'DELETE'
               WHEN 'RENAME'
               WHEN 'PENDING'
               WHEN 'PENDAPPROVE'
               WHEN 'UNDELETE'
               WHEN 'ROTATE'
                   MOVE 'E' TO ErvKind
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF ErvKind = SPACE OR AlStamp < ErvCutoff OR
                   FUNCTION TRIM(AlIdent) = ''
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ErvHit
           PERFORM VARYING ErvKdx FROM 1 BY 1
                   UNTIL ErvKdx > ErvSeenCount OR ErvHit = 'Y'
               IF ErvSeenOp(ErvKdx) = ErvOpHit AND
                       ErvSeenKind(ErvKdx) = ErvKind AND
                       ErvSeenId(ErvKdx) = AlIdent
                   MOVE 'Y' TO ErvHit
               END-IF
           END-PERFORM
           IF ErvHit = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF ErvSeenCount >= 2000
               MOVE 'Y' TO ErvSeenFull
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ErvSeenCount
           MOVE ErvOpHit TO ErvSeenOp(ErvSeenCount)
           MOVE ErvKind TO ErvSeenKind(ErvSeenCount)
           MOVE AlIdent TO ErvSeenId(ErvSeenCount)
           MOVE SPACES TO ErvSeenCat(ErvSeenCount)
           IF ErvKind = 'V'
               ADD 1 TO ErvOpViewed(ErvOpHit)
           END-IF.

      *    One pass over the vault: collects every category in use
      *    (what ALL stands for) and resolves the category of each
      *    entry an operator touched. Entries deleted since have no
      *    category and count towards no list.
       ErvScanVault.
           MOVE SPACES TO ErvAllCats
           MOVE 'N' TO EOF
           OPEN INPUT PswFile
           IF FileStatus NOT = '00'
               CLOSE PswFile
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF = 'Y'
               READ PswFile INTO PswRecord
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF PswRecord(1:1) = '"'
                           PERFORM ErvVaultEntry
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PswFile.

       ErvVaultEntry.
           PERFORM ParseEntryRecord
           CALL 'Decrypt'
               USING
                   ReadIdentifier
                   MainPassword
                   ReadIdentifier
           MOVE MainPassword TO CipherKey
           MOVE ReadSalt TO CipherSalt
           MOVE ReadCategory TO CipherText
           PERFORM DecryptSecret
           MOVE CipherText TO CategoryWork
           IF FUNCTION TRIM(CategoryWork) = ''
               EXIT PARAGRAPH
           END-IF
           MOVE ErvAllCats TO ErvList
           PERFORM ErvListAdd
           MOVE ErvList TO ErvAllCats
           PERFORM VARYING ErvKdx FROM 1 BY 1
                   UNTIL ErvKdx > ErvSeenCount
               IF ErvSeenId(ErvKdx) = ReadIdentifier
                   MOVE CategoryWork TO ErvSeenCat(ErvKdx)
               END-IF
           END-PERFORM.

      *    Works out, for operator ErvIdx, the categories touched,
      *    the unused part of each list and the suggested lists.
       ErvBuildOne.
           MOVE SPACES TO ErvOpTouched(ErvIdx)
           MOVE SPACES TO ErvOpEdited(ErvIdx)
           PERFORM VARYING ErvKdx FROM 1 BY 1
                   UNTIL ErvKdx > ErvSeenCount
               IF ErvSeenOp(ErvKdx) = ErvIdx AND
                       ErvSeenCat(ErvKdx) NOT = SPACES
                   MOVE ErvSeenCat(ErvKdx) TO CategoryWork
                   MOVE ErvOpTouched(ErvIdx) TO ErvList
                   PERFORM ErvListAdd
                   MOVE ErvList TO ErvOpTouched(ErvIdx)
                   IF ErvSeenKind(ErvKdx) = 'E'
                       MOVE ErvOpEdited(ErvIdx) TO ErvList
                       PERFORM ErvListAdd
                       MOVE ErvList TO ErvOpEdited(ErvIdx)
                   END-IF
               END-IF
           END-PERFORM

           MOVE ErvOpView(ErvIdx) TO ErvCurrent
           MOVE ErvOpTouched(ErvIdx) TO ErvListWork
           PERFORM ErvSplitUsed
           MOVE ErvUnused TO ErvOpUnusedV(ErvIdx)
           MOVE ErvList TO ErvOpNewV(ErvIdx)

           MOVE ErvOpEdit(ErvIdx) TO ErvCurrent
           MOVE ErvOpEdited(ErvIdx) TO ErvListWork
           PERFORM ErvSplitUsed
           MOVE ErvUnused TO ErvOpUnusedE(ErvIdx)
           MOVE ErvList TO ErvOpNewE(ErvIdx)
      *    Nothing edited at all: a blank would read as "keep", so
      *    the suggestion is NONE (read-only) instead.
           IF ErvUsed = SPACES AND ErvUnused NOT = SPACES AND
                   ErvOpRole(ErvIdx) NOT = 'READONLY'
               MOVE 'NONE' TO ErvOpNewE(ErvIdx)
           END-IF.

      *    Splits the list in ErvCurrent (ALL meaning every vault
      *    category) against the used categories in ErvListWork:
      *    ErvUnused gets the unused ones, ErvList the suggested new
      *    list - unchanged when all of it was used, blank when none
      *    of it was, ALL when the used part will not fit a list.
       ErvSplitUsed.
           MOVE SPACES TO ErvUsed
           MOVE SPACES TO ErvUnused
           MOVE SPACES TO ErvTokTable
           IF FUNCTION TRIM(ErvCurrent) = 'ALL'
               UNSTRING ErvAllCats DELIMITED BY ';'
                   INTO ErvTok(1) ErvTok(2) ErvTok(3) ErvTok(4)
                       ErvTok(5) ErvTok(6) ErvTok(7) ErvTok(8)
                       ErvTok(9) ErvTok(10) ErvTok(11) ErvTok(12)
                       ErvTok(13) ErvTok(14) ErvTok(15) ErvTok(16)
                       ErvTok(17) ErvTok(18) ErvTok(19) ErvTok(20)
               END-UNSTRING
           ELSE
               UNSTRING ErvCurrent DELIMITED BY ';'
                   INTO ErvTok(1) ErvTok(2) ErvTok(3) ErvTok(4)
                       ErvTok(5) ErvTok(6) ErvTok(7) ErvTok(8)
                       ErvTok(9) ErvTok(10) ErvTok(11) ErvTok(12)
                       ErvTok(13) ErvTok(14) ErvTok(15) ErvTok(16)
                       ErvTok(17) ErvTok(18) ErvTok(19) ErvTok(20)
               END-UNSTRING
           END-IF
           PERFORM VARYING ErvTokIdx FROM 1 BY 1 UNTIL ErvTokIdx > 20
               IF FUNCTION TRIM(ErvTok(ErvTokIdx)) NOT = ''
                   MOVE FUNCTION TRIM(ErvTok(ErvTokIdx))
                       TO CategoryWork
                   MOVE ErvListWork TO ErvList
                   PERFORM ErvListHas
                   IF ErvHit = 'Y'
                       MOVE ErvUsed TO ErvList
                       PERFORM ErvListAdd
                       MOVE ErvList TO ErvUsed
                   ELSE
                       MOVE ErvUnused TO ErvList
                       PERFORM ErvListAdd
                       MOVE ErvList TO ErvUnused
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN ErvUnused = SPACES
                   MOVE ErvCurrent TO ErvList
               WHEN ErvUsed = SPACES
                   MOVE SPACES TO ErvList
               WHEN ErvUsed(101:100) NOT = SPACES
                   MOVE ErvCurrent TO ErvList
               WHEN OTHER
                   MOVE ErvUsed TO ErvList
           END-EVALUATE.

      *    Is the category in CategoryWork on the semicolon list in
      *    ErvList? Sets ErvHit.
       ErvListHas.
           MOVE 'N' TO ErvHit
           MOVE SPACES TO ErvHasTable
           UNSTRING ErvList DELIMITED BY ';'
               INTO ErvHasTok(1) ErvHasTok(2) ErvHasTok(3)
                   ErvHasTok(4) ErvHasTok(5) ErvHasTok(6)
                   ErvHasTok(7) ErvHasTok(8) ErvHasTok(9)
                   ErvHasTok(10) ErvHasTok(11) ErvHasTok(12)
                   ErvHasTok(13) ErvHasTok(14) ErvHasTok(15)
                   ErvHasTok(16) ErvHasTok(17) ErvHasTok(18)
                   ErvHasTok(19) ErvHasTok(20)
           END-UNSTRING
           PERFORM VARYING ErvHasIdx FROM 1 BY 1
                   UNTIL ErvHasIdx > 20 OR ErvHit = 'Y'
               IF FUNCTION TRIM(ErvHasTok(ErvHasIdx)) NOT = '' AND
                       FUNCTION TRIM(ErvHasTok(ErvHasIdx)) =
                           FUNCTION TRIM(CategoryWork)
                   MOVE 'Y' TO ErvHit
               END-IF
           END-PERFORM.

      *    Appends CategoryWork to the list in ErvList unless it is
      *    already there.
       ErvListAdd.
           PERFORM ErvListHas
           IF ErvHit = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF ErvList = SPACES
               MOVE FUNCTION TRIM(CategoryWork) TO ErvList
           ELSE
               MOVE ErvList TO ErvUsedWork
               MOVE SPACES TO ErvList
               STRING
                   FUNCTION TRIM(ErvUsedWork)
                   ';'
                   FUNCTION TRIM(CategoryWork)
                   DELIMITED BY SIZE
                   INTO ErvList
           END-IF.

       ErvReportOne.
           MOVE SPACES TO RptOutLine
           PERFORM EmitReportLine
           MOVE ErvOpViewed(ErvIdx) TO ErvOut
           MOVE SPACES TO ErvRowLast
           IF ErvOpLast(ErvIdx) = SPACES
               MOVE 'never' TO ErvRowLast
           ELSE
               MOVE ErvOpLast(ErvIdx)(1:8) TO ErvRowLast
           END-IF
           MOVE SPACES TO RptOutLine
           STRING
               FUNCTION TRIM(ErvOpName(ErvIdx))
               '  ('
               FUNCTION TRIM(ErvOpRole(ErvIdx))
               ')  last login '
               FUNCTION TRIM(ErvRowLast)
               '  viewed '
               FUNCTION TRIM(ErvOut)
               ' entries'
               DELIMITED BY SIZE
               INTO RptOutLine
           PERFORM EmitReportLine
           MOVE SPACES TO RptOutLine
           STRING
               '    view: '
               FUNCTION TRIM(ErvOpView(ErvIdx))
               '   edit: '
               FUNCTION TRIM(ErvOpEdit(ErvIdx))
               DELIMITED BY SIZE
               INTO RptOutLine
           PERFORM EmitReportLine
           IF ErvOpForce(ErvIdx) = 'Y'
               MOVE '    password change forced at next login'
                   TO RptOutLine
               PERFORM EmitReportLine
           END-IF
           IF ErvOpUnusedV(ErvIdx) NOT = SPACES OR
                   ErvOpUnusedE(ErvIdx) NOT = SPACES
               ADD 1 TO ErvFlagged
           END-IF
           IF ErvOpUnusedV(ErvIdx) NOT = SPACES
               MOVE SPACES TO RptOutLine
               STRING
                   '    ** UNUSED view: '
                   FUNCTION TRIM(ErvOpUnusedV(ErvIdx))
                   DELIMITED BY SIZE
                   INTO RptOutLine
               PERFORM EmitReportLine
           END-IF
           IF ErvOpUnusedE(ErvIdx) NOT = SPACES
               MOVE SPACES TO RptOutLine
               STRING
                   '    ** UNUSED edit: '
                   FUNCTION TRIM(ErvOpUnusedE(ErvIdx))
                   DELIMITED BY SIZE
                   INTO RptOutLine
               PERFORM EmitReportLine
           END-IF.

       ErvWriteSignoff.
           MOVE ErvSignName TO Tmp2FileName
           OPEN OUTPUT Tmp2File
           IF Tmp2FileStatus NOT = '00'
               CLOSE Tmp2File
               DISPLAY 'Error: cannot write the sign-off file.'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Tmp2Record
           STRING
               '#ENTREVIEW,'
               FUNCTION TRIM(VaultName)
               ','
               ErvCutDate
               ','
               TodayNum
               ','
               FUNCTION TRIM(CurrentOperator)
               DELIMITED BY SIZE
               INTO Tmp2Record
           WRITE Tmp2Record
           MOVE SPACES TO Tmp2Record
           STRING
               '#operator,role,last login,viewed,view,edit,'
               'decision,new view,new edit'
               DELIMITED BY SIZE
               INTO Tmp2Record
           WRITE Tmp2Record
           PERFORM VARYING ErvIdx FROM 1 BY 1
                   UNTIL ErvIdx > ErvOpCount
               MOVE ErvOpViewed(ErvIdx) TO ErvOut
               MOVE SPACES TO Tmp2Record
               STRING
                   FUNCTION TRIM(ErvOpName(ErvIdx))
                   ','
                   FUNCTION TRIM(ErvOpRole(ErvIdx))
                   ','
                   ErvOpLast(ErvIdx)(1:8)
                   ','
                   FUNCTION TRIM(ErvOut)
                   ','
                   FUNCTION TRIM(ErvOpView(ErvIdx))
                   ','
                   FUNCTION TRIM(ErvOpEdit(ErvIdx))
                   ',,'
                   FUNCTION TRIM(ErvOpNewV(ErvIdx))
                   ','
                   FUNCTION TRIM(ErvOpNewE(ErvIdx))
                   DELIMITED BY SIZE
                   INTO Tmp2Record
               WRITE Tmp2Record
           END-PERFORM
           CLOSE Tmp2File
           MOVE '00' TO Tmp2FileStatus.

      *    Applies a marked sign-off file. Every row is checked
      *    before anything changes - the operator must still exist
      *    with the lists the review saw, the decision must be KEEP,
      *    REDUCE or REMOVE, a reduced list may only drop categories
      *    (or, for the edit list, be NONE) and nobody removes their
      *    own account or makes it read-only - and one bad row stops
      *    the whole file.
       ErvApplySignoff.
           PERFORM CheckWriteAccess
           IF WriteAllowed NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Marked sign-off file:'
           MOVE SPACES TO ErvSignName
           ACCEPT ErvSignName
           IF FUNCTION TRIM(ErvSignName) = ''
               EXIT PARAGRAPH
           END-IF
           MOVE ErvSignName TO Tmp2FileName
           OPEN INPUT Tmp2File
           IF Tmp2FileStatus NOT = '00'
               CLOSE Tmp2File
               DISPLAY 'Cannot read ' FUNCTION TRIM(ErvSignName) '.'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Tmp2Record
           READ Tmp2File
               AT END
                   MOVE SPACES TO Tmp2Record
           END-READ
           IF Tmp2Record(1:11) NOT = '#ENTREVIEW,'
               CLOSE Tmp2File
               DISPLAY 'Not an entitlement review sign-off file.'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ErvSignCount
           MOVE 0 TO ErvBad
           MOVE 0 TO ErvRowNum
           MOVE 'N' TO ErvEOF
           PERFORM UNTIL ErvEOF = 'Y'
               READ Tmp2File
                   AT END
                       MOVE 'Y' TO ErvEOF
                   NOT AT END
                       IF Tmp2Record(1:1) NOT = '#' AND
                               Tmp2Record NOT = SPACES
                           ADD 1 TO ErvRowNum
                           PERFORM ErvCheckRow
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Tmp2File

           IF ErvBad > 0
               MOVE ErvBad TO ErvOut
               DISPLAY FUNCTION TRIM(ErvOut)
                   ' row(s) need attention; nothing was applied.'
               MOVE 'ENTREVIEW' TO AuditAction
               MOVE ErvSignName TO AuditIdentifier
               MOVE 'REFUSED' TO AuditOutcome
               MOVE SPACES TO AuditReason
               STRING
                   FUNCTION TRIM(ErvOut)
                   ' row(s) rejected'
                   DELIMITED BY SIZE
                   INTO AuditReason
               PERFORM WriteAuditLog
               EXIT PARAGRAPH
           END-IF
           IF ErvSignCount = 0
               DISPLAY 'The file has no operator rows.'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ErvKept
           MOVE 0 TO ErvReduced
           MOVE 0 TO ErvRemoved
           MOVE 0 TO ErvFailed
           PERFORM VARYING ErvIdx FROM 1 BY 1
                   UNTIL ErvIdx > ErvSignCount
               EVALUATE ErvSignDec(ErvIdx)
                   WHEN 'KEEP'
                       ADD 1 TO ErvKept
                   WHEN 'REDUCE'
                       ADD 1 TO ErvReduced
                   WHEN OTHER
                       ADD 1 TO ErvRemoved
               END-EVALUATE
           END-PERFORM
           MOVE ErvKept TO ErvOut
           MOVE ErvReduced TO ErvOut2
           MOVE ErvRemoved TO ErvOut3
           DISPLAY 'Keep ' FUNCTION TRIM(ErvOut)
               '  reduce ' FUNCTION TRIM(ErvOut2)
               '  remove ' FUNCTION TRIM(ErvOut3)
           DISPLAY 'Apply these decisions? (Y/N):'
           MOVE SPACE TO ErvConfirm
           ACCEPT ErvConfirm
           IF ErvConfirm NOT = 'Y' AND ErvConfirm NOT = 'y'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ErvIdx FROM 1 BY 1
                   UNTIL ErvIdx > ErvSignCount
               PERFORM ErvApplyRow
           END-PERFORM

           MOVE 'ENTREVIEW' TO AuditAction
           MOVE ErvSignName TO AuditIdentifier
           MOVE 'APPLIED' TO AuditOutcome
           IF ErvFailed > 0
               MOVE 'PARTIAL' TO AuditOutcome
           END-IF
           MOVE ErvFailed TO ErvOut4
           MOVE SPACES TO AuditReason
           STRING
               'keep '
               FUNCTION TRIM(ErvOut)
               ' reduce '
               FUNCTION TRIM(ErvOut2)
               ' remove '
               FUNCTION TRIM(ErvOut3)
               ' failed '
               FUNCTION TRIM(ErvOut4)
               DELIMITED BY SIZE
               INTO AuditReason
           PERFORM WriteAuditLog
           IF ErvFailed > 0
               DISPLAY 'Sign-off applied; ' FUNCTION TRIM(ErvOut4)
                   ' row(s) could not be changed - apply them again'
                   ' once the vault is free.'
           ELSE
               DISPLAY 'Sign-off applied.'
           END-IF
           IF ErvRemoved > 0
               DISPLAY 'Run the offboarding exposure sweep (menu 19,'
                   ' D or L) for each operator removed.'
           END-IF.

       ErvCheckRow.
           MOVE SPACES TO ErvRowOper
           MOVE SPACES TO ErvRowRole
           MOVE SPACES TO ErvRowLast
           MOVE SPACES TO ErvRowSeen
           MOVE SPACES TO ErvRowView
           MOVE SPACES TO ErvRowEdit
           MOVE SPACES TO ErvRowDec
           MOVE SPACES TO ErvRowNewV
           MOVE SPACES TO ErvRowNewE
           UNSTRING Tmp2Record DELIMITED BY ','
               INTO ErvRowOper ErvRowRole ErvRowLast ErvRowSeen
                   ErvRowView ErvRowEdit ErvRowDec
                   ErvRowNewV ErvRowNewE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ErvRowDec))
               TO ErvRowDec
           MOVE FUNCTION TRIM(ErvRowNewV) TO ErvRowNewV
           MOVE FUNCTION TRIM(ErvRowNewE) TO ErvRowNewE
           MOVE ErvRowNum TO ErvRowOut
           MOVE ErvRowOper TO OperName
           PERFORM FindOperatorRecord
           IF OperFound NOT = 'Y'
               DISPLAY 'Row ' FUNCTION TRIM(ErvRowOut) ': '
                   FUNCTION TRIM(ErvRowOper)
                   ' is no longer an operator.'
               ADD 1 TO ErvBad
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(OperReadView) NOT =
                   FUNCTION TRIM(ErvRowView) OR
                   FUNCTION TRIM(OperReadEdit) NOT =
                   FUNCTION TRIM(ErvRowEdit)
               DISPLAY 'Row ' FUNCTION TRIM(ErvRowOut) ': '
                   FUNCTION TRIM(ErvRowOper)
                   ' has had access changed since the review.'
               ADD 1 TO ErvBad
               EXIT PARAGRAPH
           END-IF
           EVALUATE ErvRowDec
               WHEN 'KEEP'
                   CONTINUE
               WHEN 'REMOVE'
                   IF FUNCTION TRIM(ErvRowOper) =
                           FUNCTION TRIM(CurrentOperator)
                       DISPLAY 'Row ' FUNCTION TRIM(ErvRowOut)
                           ': you cannot remove your own account.'
                       ADD 1 TO ErvBad
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'REDUCE'
                   IF FUNCTION UPPER-CASE(ErvRowNewE) = 'NONE'
                       MOVE 'NONE' TO ErvRowNewE
                   END-IF
                   MOVE OperReadView TO ErvCurrent
                   MOVE ErvRowNewV TO ErvListWork
                   PERFORM ErvSubsetCheck
                   IF ErvHit = 'Y' AND ErvRowNewE NOT = 'NONE'
                       MOVE OperReadEdit TO ErvCurrent
                       MOVE ErvRowNewE TO ErvListWork
                       PERFORM ErvSubsetCheck
                   END-IF
                   IF ErvHit NOT = 'Y'
                       DISPLAY 'Row ' FUNCTION TRIM(ErvRowOut) ': '
                           FUNCTION TRIM(ErvRowOper)
                           ' - a reduced list may only drop'
                           ' categories.'
                       ADD 1 TO ErvBad
                       EXIT PARAGRAPH
                   END-IF
                   IF ErvRowNewE = 'NONE' AND
                           FUNCTION TRIM(ErvRowOper) =
                           FUNCTION TRIM(CurrentOperator)
                       DISPLAY 'Row ' FUNCTION TRIM(ErvRowOut)
                           ': you cannot make your own account'
                           ' read-only.'
                       ADD 1 TO ErvBad
                       EXIT PARAGRAPH
                   END-IF
                   IF ErvRowNewE = 'NONE' AND
                           OperReadRole = 'READONLY'
                       MOVE SPACES TO ErvRowNewE
                   END-IF
                   IF (ErvRowNewV = SPACES OR
                           ErvRowNewV = OperReadView) AND
                           (ErvRowNewE = SPACES OR
                           ErvRowNewE = OperReadEdit)
                       DISPLAY 'Row ' FUNCTION TRIM(ErvRowOut) ': '
                           FUNCTION TRIM(ErvRowOper)
                           ' - REDUCE but neither list changes.'
                       ADD 1 TO ErvBad
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY 'Row ' FUNCTION TRIM(ErvRowOut) ': '
                       FUNCTION TRIM(ErvRowOper)
                       ' - decision must be KEEP, REDUCE or REMOVE.'
                   ADD 1 TO ErvBad
                   EXIT PARAGRAPH
           END-EVALUATE
           IF ErvSignCount >= 50
               DISPLAY 'Row ' FUNCTION TRIM(ErvRowOut)
                   ': more than 50 rows in one file.'
               ADD 1 TO ErvBad
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ErvSignCount
           MOVE ErvRowOper TO ErvSignOper(ErvSignCount)
           MOVE ErvRowDec TO ErvSignDec(ErvSignCount)
           MOVE ErvRowNewV TO ErvSignView(ErvSignCount)
           MOVE ErvRowNewE TO ErvSignEdit(ErvSignCount).

      *    ErvHit is 'Y' when every category in ErvListWork is on
      *    the current list in ErvCurrent (anything is, under ALL).
      *    A blank new list is no change and always passes.
       ErvSubsetCheck.
           MOVE 'Y' TO ErvHit
           IF ErvListWork = SPACES OR
                   FUNCTION TRIM(ErvCurrent) = 'ALL'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ErvTokTable
           UNSTRING ErvListWork DELIMITED BY ';'
               INTO ErvTok(1) ErvTok(2) ErvTok(3) ErvTok(4)
                   ErvTok(5) ErvTok(6) ErvTok(7) ErvTok(8)
                   ErvTok(9) ErvTok(10) ErvTok(11) ErvTok(12)
                   ErvTok(13) ErvTok(14) ErvTok(15) ErvTok(16)
                   ErvTok(17) ErvTok(18) ErvTok(19) ErvTok(20)
           END-UNSTRING
           MOVE ErvCurrent TO ErvList
           PERFORM VARYING ErvTokIdx FROM 1 BY 1 UNTIL ErvTokIdx > 20
               IF FUNCTION TRIM(ErvTok(ErvTokIdx)) NOT = ''
                   MOVE FUNCTION TRIM(ErvTok(ErvTokIdx))
                       TO CategoryWork
                   PERFORM ErvListHas
                   IF ErvHit NOT = 'Y'
                       MOVE 21 TO ErvTokIdx
                   END-IF
               END-IF
           END-PERFORM.

       ErvApplyRow.
           MOVE ErvSignOper(ErvIdx) TO OperName
           EVALUATE ErvSignDec(ErvIdx)
               WHEN 'KEEP'
                   MOVE 'ENTREVIEW' TO AuditAction
                   MOVE OperName TO AuditIdentifier
                   MOVE 'KEEP' TO AuditOutcome
                   MOVE SPACES TO AuditReason
                   STRING
                       'sign-off '
                       FUNCTION TRIM(ErvSignName)
                       DELIMITED BY SIZE
                       INTO AuditReason
                   PERFORM WriteAuditLog
               WHEN 'REDUCE'
                   PERFORM FindOperatorRecord
                   IF ErvSignView(ErvIdx) NOT = SPACES
                       MOVE ErvSignView(ErvIdx) TO OperReadView
                   END-IF
                   EVALUATE TRUE
                       WHEN ErvSignEdit(ErvIdx) = 'NONE'
                           MOVE 'READONLY' TO OperReadRole
                       WHEN ErvSignEdit(ErvIdx) NOT = SPACES
                           MOVE ErvSignEdit(ErvIdx) TO OperReadEdit
                   END-EVALUATE
                   PERFORM RewriteOperatorRecord
                   IF OperRewritten = 'Y'
                       DISPLAY 'Access reduced for '
                           FUNCTION TRIM(OperName)
                           ' - role: ' FUNCTION TRIM(OperReadRole)
                           '  view: ' FUNCTION TRIM(OperReadView)
                           '  edit: ' FUNCTION TRIM(OperReadEdit)
                       MOVE 'SUCCESS' TO AuditOutcome
                   ELSE
                       DISPLAY 'Access for ' FUNCTION TRIM(OperName)
                           ' could not be changed.'
                       ADD 1 TO ErvFailed
                       MOVE 'FAILURE' TO AuditOutcome
                   END-IF
                   MOVE 'OPERACCESS' TO AuditAction
                   MOVE OperName TO AuditIdentifier
                   MOVE SPACES TO AuditReason
                   STRING
                       'entitlement review role '
                       FUNCTION TRIM(OperReadRole)
                       ' view '
                       FUNCTION TRIM(OperReadView)
                       ' edit '
                       FUNCTION TRIM(OperReadEdit)
                       DELIMITED BY SIZE
                       INTO AuditReason
                   PERFORM WriteAuditLog
               WHEN 'REMOVE'
                   PERFORM DeleteOperatorRecord
                   IF OperDeleted = 'Y'
                       DISPLAY 'Operator deleted: '
                           FUNCTION TRIM(OperName)
                       MOVE 'SUCCESS' TO AuditOutcome
                   ELSE
                       ADD 1 TO ErvFailed
                       MOVE 'FAILURE' TO AuditOutcome
                   END-IF
                   MOVE 'OPERDEL' TO AuditAction
                   MOVE OperName TO AuditIdentifier
                   MOVE 'entitlement review' TO AuditReason
                   PERFORM WriteAuditLog
           END-EVALUATE.

      *    Future-dated changes. <vault>_schedule.dat holds one ScRec
      *    line per queued change: an edit (new password, category
      *    and/or notes, sealed under the vault key with their own
      *    salt), a rotation or a delete, with the time it is to take
      *    effect. --schedule applies every QUEUED line whose time
      *    has passed and marks it APPLIED or FAILED; a queued line
      *    can be amended or CANCELLED until then. Lines are kept
      *    afterwards as the record of what ran.
       BuildScheduleName.
           MOVE SPACES TO ScFileName
           STRING
               FUNCTION TRIM(VaultName)
               '_schedule.dat'
               DELIMITED BY SIZE
               INTO ScFileName.

       ScheduleNextId.
           MOVE 0 TO ScMaxId
           PERFORM BuildScheduleName
           MOVE ScFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus = '00'
               MOVE 'N' TO ScEOF
               PERFORM UNTIL ScEOF = 'Y'
                   READ SegFile INTO ScSaved
                       AT END
                           MOVE 'Y' TO ScEOF
                       NOT AT END
                           IF ScSaved(1:6) IS NUMERIC AND
                                   ScSaved(1:6) > ScMaxId
                               MOVE ScSaved(1:6) TO ScMaxId
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SegFile
           ADD 1 TO ScMaxId.

       ScheduleScreen.
           PERFORM ScheduleList
           PERFORM CheckWriteAccess
           IF WriteAllowed NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Q) Queue a change  A) Amend  C) Cancel'
               '  enter) back'
           MOVE SPACE TO ScChoice
           ACCEPT ScChoice
           EVALUATE ScChoice
               WHEN 'Q'
               WHEN 'q'
                   PERFORM ScheduleQueue
               WHEN 'A'
               WHEN 'a'
                   PERFORM ScheduleAmend
               WHEN 'C'
               WHEN 'c'
                   PERFORM ScheduleCancel
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    An ADMIN sees every line; anyone else only the changes
      *    they queued. New values are never shown, only what kind
      *    of change is waiting.
       ScheduleList.
           PERFORM BuildScheduleName
           MOVE ScFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               DISPLAY 'No changes have been scheduled.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Id     Status   Due            Change   Entry'
               ' / queued by'
           MOVE 0 TO ScApplied
           MOVE 'N' TO ScEOF
           PERFORM UNTIL ScEOF = 'Y'
               READ SegFile INTO ScRec
                   AT END
                       MOVE 'Y' TO ScEOF
                   NOT AT END
                       IF OperatorRole = 'ADMIN' OR
                               FUNCTION TRIM(ScBy) =
                               FUNCTION TRIM(CurrentOperator)
                           ADD 1 TO ScApplied
                           PERFORM ScheduleShowLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SegFile
           IF ScApplied = 0
               DISPLAY '  (none)'
           END-IF.

       ScheduleShowLine.
           MOVE ScEncId TO ScIdent
           CALL 'Decrypt'
               USING
                   ScIdent
                   MainPassword
                   ScIdent
           DISPLAY ScId ' ' ScStatus ' '
               ScDue(1:8) ' ' ScDue(9:2) ':' ScDue(11:2) ' '
               ScOp ' ' FUNCTION TRIM(ScIdent)
               ' / ' FUNCTION TRIM(ScBy)
           IF ScStatus = 'QUEUED'
               IF ScOp = 'EDIT'
                   PERFORM ScheduleOpenValues
                   IF ScPlainPw NOT = SPACES
                       DISPLAY '       new password'
                   END-IF
                   IF ScPlainCat NOT = SPACES
                       DISPLAY '       category -> '
                           FUNCTION TRIM(ScPlainCat)
                   END-IF
                   IF ScPlainNotes NOT = SPACES
                       DISPLAY '       new notes'
                   END-IF
               END-IF
           ELSE
               DISPLAY '       ' ScDone(1:8) ' ' ScDone(9:6) ' '
                   FUNCTION TRIM(ScNote)
           END-IF.

      *    Queues a change to one entry. The same checks as a typed
      *    change are made now - category access, dual control,
      *    legal hold, change ticket, password policy - and made
      *    again when the change is applied.
       ScheduleQueue.
           DISPLAY 'Password identifier to schedule a change for:'
           MOVE SPACES TO Identifier
           ACCEPT Identifier
           IF FUNCTION TRIM(Identifier) = ''
               EXIT PARAGRAPH
           END-IF
           CALL 'Encrypt'
               USING
                   Identifier
                   MainPassword
                   EncSearchId
           PERFORM FetchEntryRecord
           IF FetchFound NOT = 'Y'
               DISPLAY 'Identifier not found.'
               EXIT PARAGRAPH
           END-IF
           PERFORM ParseEntryRecord
           MOVE MainPassword TO CipherKey
           MOVE ReadSalt TO CipherSalt
           MOVE ReadCategory TO CipherText
           PERFORM DecryptSecret
           MOVE CipherText TO CategoryWork
           PERFORM CheckEditAccess
           IF EditAccessOk NOT = 'Y'
               DISPLAY
                   'Your operator access does not cover this'
                   ' category; nothing scheduled.'
               MOVE 'SCHEDULE' TO AuditAction
               MOVE Identifier TO AuditIdentifier
               MOVE 'DENIED' TO AuditOutcome
               PERFORM WriteAuditLog
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckHighValueCategory
           IF HighValueHit = 'Y' AND OperatorRole = 'OPERATOR'
               DISPLAY
                   'This entry is dual-controlled; only an ADMIN'
                   ' may schedule a change to it.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'E) Edit password, category or notes  R) Rotate'
               '  D) Delete:'
           MOVE SPACE TO ScChoice
           ACCEPT ScChoice
           MOVE SPACES TO ScRec
           EVALUATE ScChoice
               WHEN 'E'
               WHEN 'e'
                   MOVE 'EDIT' TO ScOp
               WHEN 'R'
               WHEN 'r'
                   MOVE 'ROTATE' TO ScOp
               WHEN 'D'
               WHEN 'd'
                   MOVE 'DELETE' TO ScOp
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF ScOp = 'DELETE'
               PERFORM LoadLegalHolds
               MOVE EncSearchId TO HldCheckEnc
               PERFORM CheckEntryHeld
               IF HldHit = 'Y'
                   MOVE 'SCHEDULE' TO AuditAction
                   PERFORM AuditHoldRefusal
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM AcceptChangeTicket
           MOVE SPACES TO ChangeTicket
           IF TicketOk NOT = 'Y'
               MOVE 'SCHEDULE' TO AuditAction
               PERFORM AuditTicketRefusal
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ScPlainPw
           MOVE SPACES TO ScPlainCat
           MOVE SPACES TO ScPlainNotes
           IF ScOp = 'EDIT'
               PERFORM ScheduleAskPassword
               IF ScChanged = 'X'
                   EXIT PARAGRAPH
               END-IF
               PERFORM ScheduleAskCategory
               IF ScChanged = 'X'
                   EXIT PARAGRAPH
               END-IF
               DISPLAY 'New notes (enter to leave them as they are,'
                   ' "-" to clear them):'
               MOVE SPACES TO ScPlainNotes
               ACCEPT ScPlainNotes
               IF ScPlainPw = SPACES AND ScPlainCat = SPACES AND
                       ScPlainNotes = SPACES
                   DISPLAY 'Nothing to change; nothing scheduled.'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM ScheduleAskDue
           IF ScDueOk NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM ScheduleNextId
           MOVE ScMaxId TO ScId
           MOVE 'QUEUED' TO ScStatus
           MOVE ScDueWork TO ScDue(1:12)
           MOVE '00' TO ScDue(13:2)
           MOVE EncSearchId TO ScEncId
           PERFORM ScheduleSealValues
           MOVE CurrentOperator TO ScBy
           MOVE ScNow(1:14) TO ScAt
           MOVE TicketHeld TO ScTicket
           PERFORM BuildScheduleName
           MOVE ScFileName TO SegFileName
           OPEN EXTEND SegFile
           IF SegFileStatus NOT = '00'
               OPEN OUTPUT SegFile
           END-IF
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               DISPLAY 'Error: the schedule file could not be'
                   ' written; nothing scheduled.'
               EXIT PARAGRAPH
           END-IF
           MOVE ScRec TO SegRecord
           WRITE SegRecord
           CLOSE SegFile
           DISPLAY 'Scheduled as id ' ScId ' for '
               ScDue(1:8) ' ' ScDue(9:2) ':' ScDue(11:2) '.'
           MOVE 'SCHEDULE' TO AuditAction
           MOVE Identifier TO AuditIdentifier
           MOVE 'QUEUED' TO AuditOutcome
           PERFORM ScheduleAuditReason
           MOVE TicketHeld TO AuditTicket
           PERFORM WriteAuditLog.

       ScheduleAuditReason.
           MOVE SPACES TO AuditReason
           STRING
               FUNCTION TRIM(ScOp)
               ' id '
               ScId
               ' due '
               ScDue(1:12)
               DELIMITED BY SIZE
               INTO AuditReason.

      *    The new password for a scheduled edit, through the same
      *    policy gate as a typed one; enter leaves the password as
      *    it is. ScChanged is 'X' when the input was refused.
       ScheduleAskPassword.
           MOVE 'N' TO ScChanged
           MOVE SPACES TO ScPlainPw
           DISPLAY 'New password (enter to leave it as it is):'
           PERFORM AcceptLongPassword
           MOVE 'N' TO PolicyOk
           PERFORM UNTIL PolicyOk = 'Y' OR
                   FUNCTION TRIM(NewPassword) = ''
               PERFORM CheckPasswordPolicy
               IF PolicyOk NOT = 'Y'
                   DISPLAY
                       'Re-type new password (or hit enter to leave'
                       ' it as it is):'
                   PERFORM AcceptLongPassword
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(NewPassword) = ''
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(LongPassword)) > 50
               DISPLAY 'Scheduled changes carry at most 50'
                   ' characters; nothing scheduled.'
               MOVE 'X' TO ScChanged
               EXIT PARAGRAPH
           END-IF
           MOVE NewPassword TO ScPlainPw
           MOVE 'Y' TO ScChanged.

      *    A new category must be one the operator may edit too.
       ScheduleAskCategory.
           MOVE 'N' TO ScChanged
           DISPLAY 'New category (enter to leave it as it is, "-"'
               ' to clear it):'
           MOVE SPACES TO ScPlainCat
           ACCEPT ScPlainCat
           IF ScPlainCat = SPACES OR ScPlainCat = '-'
               EXIT PARAGRAPH
           END-IF
           MOVE ScPlainCat TO CategoryWork
           PERFORM CheckEditAccess
           IF EditAccessOk NOT = 'Y'
               DISPLAY 'Your operator access does not cover category '
                   FUNCTION TRIM(ScPlainCat) '; nothing scheduled.'
               MOVE 'X' TO ScChanged
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO ScChanged.

      *    Takes the time the change is to take effect into
      *    ScDueWork as YYYYMMDDHHMM; it must still be ahead.
       ScheduleAskDue.
           MOVE 'N' TO ScDueOk
           DISPLAY 'Apply at (YYYYMMDD HHMM, 24-hour clock):'
           MOVE SPACES TO ScDueInput
           ACCEPT ScDueInput
           MOVE SPACES TO ScDueWork
           IF ScDueInput(9:1) = SPACE
               STRING
                   ScDueInput(1:8)
                   ScDueInput(10:4)
                   DELIMITED BY SIZE
                   INTO ScDueWork
           ELSE
               MOVE ScDueInput(1:12) TO ScDueWork
           END-IF
           IF ScDueWork IS NOT NUMERIC
               DISPLAY 'Not a valid date and time.'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(ScDueWork(1:8))) NOT = 0 OR
                   ScDueWork(9:2) > '23' OR ScDueWork(11:2) > '59'
               DISPLAY 'Not a valid date and time.'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO ScNow
           IF ScDueWork NOT > ScNow(1:12)
               DISPLAY 'That time has already passed.'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO ScDueOk.

      *    Seals the new values of a scheduled edit under a fresh
      *    salt; a value left blank stays blank.
       ScheduleSealValues.
           MOVE SPACES TO ScNewPw
           MOVE SPACES TO ScNewCat
           MOVE SPACES TO ScNewNotes
           MOVE SPACES TO ScSalt
           IF ScPlainPw = SPACES AND ScPlainCat = SPACES AND
                   ScPlainNotes = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM GenerateSalt
           MOVE NewSalt TO ScSalt
           MOVE MainPassword TO CipherKey
           MOVE NewSalt TO CipherSalt
           IF ScPlainPw NOT = SPACES
               MOVE ScPlainPw TO CipherText
               PERFORM EncryptSecret
               MOVE CipherText TO ScNewPw
           END-IF
           IF ScPlainCat NOT = SPACES
               MOVE ScPlainCat TO CipherText
               PERFORM EncryptSecret
               MOVE CipherText TO ScNewCat
           END-IF
           IF ScPlainNotes NOT = SPACES
               MOVE ScPlainNotes TO CipherText
               PERFORM EncryptSecret
               MOVE CipherText TO ScNewNotes
           END-IF.

       ScheduleOpenValues.
           MOVE SPACES TO ScPlainPw
           MOVE SPACES TO ScPlainCat
           MOVE SPACES TO ScPlainNotes
           IF ScSalt = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE MainPassword TO CipherKey
           MOVE ScSalt TO CipherSalt
           IF ScNewPw NOT = SPACES
               MOVE ScNewPw TO CipherText
               PERFORM DecryptSecret
               MOVE CipherText TO ScPlainPw
           END-IF
           IF ScNewCat NOT = SPACES
               MOVE ScNewCat TO CipherText
               PERFORM DecryptSecret
               MOVE CipherText TO ScPlainCat
           END-IF
           IF ScNewNotes NOT = SPACES
               MOVE ScNewNotes TO CipherText
               PERFORM DecryptSecret
               MOVE CipherText TO ScPlainNotes
           END-IF.

      *    Loads QUEUED line ScPick into ScRec when the operator may
      *    change it (they queued it, or are an ADMIN); ScShow says
      *    why not otherwise.
       ScheduleFind.
           MOVE 'N' TO ScHit
           MOVE SPACE TO ScShow
           PERFORM BuildScheduleName
           MOVE ScFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               DISPLAY 'No changes have been scheduled.'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ScEOF
           PERFORM UNTIL ScEOF = 'Y'
               READ SegFile INTO ScRec
                   AT END
                       MOVE 'Y' TO ScEOF
                   NOT AT END
                       IF ScId = ScPick
                           MOVE 'Y' TO ScEOF
                           EVALUATE TRUE
                               WHEN ScStatus NOT = 'QUEUED'
                                   MOVE 'S' TO ScShow
                               WHEN OperatorRole NOT = 'ADMIN' AND
                                       FUNCTION TRIM(ScBy) NOT =
                                       FUNCTION TRIM(CurrentOperator)
                                   MOVE 'O' TO ScShow
                               WHEN OTHER
                                   MOVE ScRec TO ScSaved
                                   MOVE 'Y' TO ScHit
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SegFile
           IF ScHit = 'Y'
               MOVE ScSaved TO ScRec
               MOVE ScEncId TO Identifier
               CALL 'Decrypt'
                   USING
                       Identifier
                       MainPassword
                       Identifier
               EXIT PARAGRAPH
           END-IF
           EVALUATE ScShow
               WHEN 'S'
                   DISPLAY 'That change is no longer queued.'
               WHEN 'O'
                   DISPLAY 'Only the operator who queued that change'
                       ' or an ADMIN may alter it.'
               WHEN OTHER
                   DISPLAY 'No such scheduled change.'
           END-EVALUATE.

      *    Writes ScRec back over the line with the same id.
       ScheduleReplaceLine.
           MOVE ScRec TO ScSaved
           PERFORM BuildScheduleName
           MOVE ScFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           PERFORM OpenSidecarRewrite
           MOVE 'N' TO ScEOF
           PERFORM UNTIL ScEOF = 'Y'
               READ SegFile INTO ScRec
                   AT END
                       MOVE 'Y' TO ScEOF
                   NOT AT END
                       IF ScRec(1:6) = ScSaved(1:6)
                           MOVE ScSaved TO Tmp2Record
                       ELSE
                           MOVE ScRec TO Tmp2Record
                       END-IF
                       WRITE Tmp2Record
               END-READ
           END-PERFORM
           CLOSE SegFile
           CLOSE Tmp2File
           MOVE ScFileName TO SidecarTargetName
           PERFORM MoveSidecarOver
           MOVE ScSaved TO ScRec.

       ScheduleAskId.
           MOVE 0 TO ScPick
           DISPLAY 'Scheduled change id:'
           MOVE SPACES TO ScWant
           ACCEPT ScWant
           IF FUNCTION TRIM(ScWant) = '' OR
                   FUNCTION TRIM(ScWant) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE ScPick = FUNCTION NUMVAL(ScWant).

       ScheduleAmend.
           PERFORM ScheduleAskId
           IF ScPick = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM ScheduleFind
           IF ScHit NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM ScheduleOpenValues
           IF ScOp = 'EDIT'
               DISPLAY 'T) Time  P) Password  C) Category  N) Notes'
                   '  enter) back'
           ELSE
               DISPLAY 'T) Time  enter) back'
           END-IF
           MOVE SPACE TO ScChoice
           ACCEPT ScChoice
           MOVE FUNCTION UPPER-CASE(ScChoice) TO ScChoice
           IF ScOp NOT = 'EDIT' AND ScChoice NOT = 'T'
               EXIT PARAGRAPH
           END-IF
           EVALUATE ScChoice
               WHEN 'T'
                   PERFORM ScheduleAskDue
                   IF ScDueOk NOT = 'Y'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE ScDueWork TO ScDue(1:12)
                   MOVE '00' TO ScDue(13:2)
               WHEN 'P'
                   MOVE ScPlainPw TO ScInput
                   MOVE ScEncId TO EncSearchId
                   PERFORM ScheduleAskPassword
                   IF ScChanged = 'X'
                       EXIT PARAGRAPH
                   END-IF
                   IF ScChanged = 'N'
                       MOVE ScInput TO ScPlainPw
                   END-IF
               WHEN 'C'
                   MOVE ScPlainCat TO ScInput
                   PERFORM ScheduleAskCategory
                   IF ScChanged = 'X'
                       EXIT PARAGRAPH
                   END-IF
                   IF ScPlainCat = SPACES
                       MOVE ScInput TO ScPlainCat
                   END-IF
               WHEN 'N'
                   MOVE ScPlainNotes TO ScInput
                   DISPLAY 'New notes (enter to keep the scheduled'
                       ' value, "-" to clear the notes):'
                   MOVE SPACES TO ScPlainNotes
                   ACCEPT ScPlainNotes
                   IF ScPlainNotes = SPACES
                       MOVE ScInput TO ScPlainNotes
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF ScOp = 'EDIT' AND ScPlainPw = SPACES AND
                   ScPlainCat = SPACES AND ScPlainNotes = SPACES
               DISPLAY 'A scheduled edit must change something;'
                   ' cancel it instead.'
               EXIT PARAGRAPH
           END-IF
           PERFORM ScheduleSealValues
           PERFORM ScheduleReplaceLine
           DISPLAY 'Scheduled change ' ScId ' amended; due '
               ScDue(1:8) ' ' ScDue(9:2) ':' ScDue(11:2) '.'
           MOVE 'SCHEDULE' TO AuditAction
           MOVE Identifier TO AuditIdentifier
           MOVE 'AMENDED' TO AuditOutcome
           PERFORM ScheduleAuditReason
           PERFORM WriteAuditLog.

       ScheduleCancel.
           PERFORM ScheduleAskId
           IF ScPick = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM ScheduleFind
           IF ScHit NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Cancel the scheduled ' FUNCTION TRIM(ScOp)
               ' of ' FUNCTION TRIM(Identifier) '? (Y/N):'
           MOVE SPACE TO ScConfirm
           ACCEPT ScConfirm
           IF ScConfirm NOT = 'Y' AND ScConfirm NOT = 'y'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO ScNow
           MOVE 'CANCELED' TO ScStatus
           MOVE ScNow(1:14) TO ScDone
           MOVE SPACES TO ScNote
           STRING
               'cancelled by '
               FUNCTION TRIM(CurrentOperator)
               DELIMITED BY SIZE
               INTO ScNote
           PERFORM ScheduleReplaceLine
           DISPLAY 'Scheduled change ' ScId ' cancelled.'
           MOVE 'SCHEDULE' TO AuditAction
           MOVE Identifier TO AuditIdentifier
           MOVE 'CANCELLED' TO AuditOutcome
           PERFORM ScheduleAuditReason
           PERFORM WriteAuditLog.

      *    Applies every QUEUED change in <vault>_schedule.dat whose
      *    time has passed, earliest first, each checked again as
      *    if it were being made now: the entry must still exist,
      *    the operator who queued it must still have the access it
      *    needs, legal holds and change tickets still apply, and an
      *    entry under a change freeze is left queued for a later
      *    run. Each change is journaled and audited like its
      *    interactive equivalent, with "scheduled <id> by <op>" in
      *    the reason; anything that could not be applied is listed
      *    and marked FAILED, and the run ends with return code 1.
      *    A token run leaves entries outside its scope queued. With
      *    "preview" nothing is changed.
      *    Usage: vaultapp --schedule <vault> <master pw|token>
      *           [preview]
       BatchSchedule.
           MOVE 'Y' TO BatchMode
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT VaultName FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO VaultName
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT BatchPassword FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO BatchPassword
           END-ACCEPT
           DISPLAY 4 UPON ARGUMENT-NUMBER
           MOVE SPACES TO ScMode
           ACCEPT ScMode FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO ScMode
           END-ACCEPT
           IF FUNCTION TRIM(ScMode) = 'preview' OR
                   FUNCTION TRIM(ScMode) = 'PREVIEW'
               MOVE 'Y' TO DryRunMode
           ELSE
               MOVE 'N' TO DryRunMode
           END-IF

           IF FUNCTION TRIM(VaultName) = '' OR
                   FUNCTION TRIM(BatchPassword) = ''
               DISPLAY
                   'Usage: vaultapp --schedule <vault>'
                   ' <master pw|token>'
                   ' [preview]'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 'SCHEDULE' TO TokModeName
           PERFORM BatchOpenVault
           IF BatchAuthOk = 'Y'
               MOVE 'SCHEDULE' TO FzAction
               MOVE VaultName TO FzWhat
               PERFORM IncidentBatchGate
           END-IF
           IF BatchAuthOk NOT = 'Y'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO ScApplied
           MOVE 0 TO ScFailed
           MOVE 0 TO ScWaiting
           MOVE 0 TO ScOutScope
           MOVE 0 TO ScLeft
           MOVE 0 TO ScDeferred
           MOVE 0 TO ScRunCount
           MOVE 'N' TO ScRunFull
           MOVE FUNCTION CURRENT-DATE TO ScNow
           PERFORM BuildScheduleName
           MOVE ScFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus = '00'
               MOVE 'N' TO ScEOF
               PERFORM UNTIL ScEOF = 'Y'
                   READ SegFile INTO ScRec
                       AT END
                           MOVE 'Y' TO ScEOF
                       NOT AT END
                           IF ScStatus = 'QUEUED'
                               PERFORM ScheduleCollectLine
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SegFile

           PERFORM LoadFreezeCalendar
           PERFORM LoadLegalHolds
           PERFORM ScRunCount TIMES
               PERFORM ScheduleNextDue
               MOVE ScRunRec(ScRunNext) TO ScRec
               PERFORM ScheduleApplyOne
           END-PERFORM

           DISPLAY 'Scheduled changes for vault '
               FUNCTION TRIM(VaultName) ':'
           MOVE ScApplied TO ScOut
           IF DryRunMode = 'Y'
               DISPLAY '  would apply: ' FUNCTION TRIM(ScOut)
               MOVE ScFailed TO ScOut
               DISPLAY '  would fail:  ' FUNCTION TRIM(ScOut)
           ELSE
               DISPLAY '  applied: ' FUNCTION TRIM(ScOut)
               MOVE ScFailed TO ScOut
               DISPLAY '  failed:  ' FUNCTION TRIM(ScOut)
           END-IF
           MOVE ScDeferred TO ScOut
           DISPLAY '  deferred (change freeze): ' FUNCTION TRIM(ScOut)
           MOVE ScWaiting TO ScOut
           DISPLAY '  not yet due: ' FUNCTION TRIM(ScOut)
           IF TokActive = 'Y'
               MOVE ScOutScope TO ScOut
               DISPLAY '  skipped (outside token scope): '
                   FUNCTION TRIM(ScOut)
           END-IF
           IF ScRunFull = 'Y'
               MOVE ScLeft TO ScOut
               DISPLAY '  due but left for the next run: '
                   FUNCTION TRIM(ScOut)
           END-IF

           MOVE 'SCHEDRUN' TO AuditAction
           MOVE VaultName TO AuditIdentifier
           MOVE ScApplied TO ScOut
           MOVE ScFailed TO ScOut2
           MOVE ScWaiting TO ScOut3
           MOVE SPACES TO AuditReason
           STRING
               'applied '
               FUNCTION TRIM(ScOut)
               ' failed '
               FUNCTION TRIM(ScOut2)
               ' waiting '
               FUNCTION TRIM(ScOut3)
               DELIMITED BY SIZE
               INTO AuditReason
           IF DryRunMode = 'Y'
               DISPLAY 'PREVIEW ONLY - nothing was changed.'
               MOVE 'PREVIEW' TO AuditOutcome
           ELSE
               IF ScFailed > 0
                   MOVE 'FAILURE' TO AuditOutcome
               ELSE
                   MOVE 'SUCCESS' TO AuditOutcome
               END-IF
           END-IF
           PERFORM WriteAuditLog
           MOVE 'N' TO DryRunMode
           IF ScFailed > 0
               MOVE 1 TO RETURN-CODE
           END-IF.

       ScheduleCollectLine.
           IF ScDue > ScNow(1:14)
               ADD 1 TO ScWaiting
               EXIT PARAGRAPH
           END-IF
           IF ScRunCount NOT < 100
               MOVE 'Y' TO ScRunFull
               ADD 1 TO ScLeft
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ScRunCount
           MOVE ScRec TO ScRunRec(ScRunCount)
           MOVE SPACE TO ScRunDone(ScRunCount)
           MOVE SPACES TO ScRunStatus(ScRunCount)
           MOVE SPACES TO ScRunNote(ScRunCount).

      *    Picks the earliest due line not yet taken; ScRunDone is
      *    'T' once taken and 'Y' once it has an outcome to record.
       ScheduleNextDue.
           MOVE 0 TO ScRunNext
           PERFORM VARYING ScRunIdx FROM 1 BY 1
                   UNTIL ScRunIdx > ScRunCount
               IF ScRunDone(ScRunIdx) = SPACE
                   IF ScRunNext = 0
                       MOVE ScRunIdx TO ScRunNext
                   ELSE
                       IF ScRunRec(ScRunIdx)(17:14) <
                               ScRunRec(ScRunNext)(17:14)
                           MOVE ScRunIdx TO ScRunNext
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'T' TO ScRunDone(ScRunNext).

       ScheduleApplyOne.
           MOVE SPACES TO ScReason
           MOVE ScEncId TO EncSearchId
           MOVE ScEncId TO BatchIdentifier
           CALL 'Decrypt'
               USING
                   BatchIdentifier
                   MainPassword
                   BatchIdentifier
           MOVE BatchIdentifier TO Identifier
           MOVE BatchIdentifier TO TokCheckId
           PERFORM TokenParsedScope
           IF TokScopeOk NOT = 'Y'
               ADD 1 TO ScOutScope
               EXIT PARAGRAPH
           END-IF

           PERFORM ScheduleCheckQueuer
           IF ScHit NOT = 'Y'
               PERFORM ScheduleFailOne
               EXIT PARAGRAPH
           END-IF
           PERFORM FetchEntryRecord
           IF FetchFound NOT = 'Y'
               MOVE 'entry no longer in the vault' TO ScReason
               PERFORM ScheduleFailOne
               EXIT PARAGRAPH
           END-IF
           PERFORM ParseEntryRecord
           PERFORM CheckParsedEntryFrozen
           IF FrzHit = 'Y'
               PERFORM ScheduleDeferOne
               EXIT PARAGRAPH
           END-IF
           MOVE MainPassword TO CipherKey
           MOVE ReadSalt TO CipherSalt
           MOVE ReadCategory TO CipherText
           PERFORM DecryptSecret
           MOVE CipherText TO CategoryWork
           PERFORM ScheduleCheckCategory
           IF ScHit NOT = 'Y'
               PERFORM ScheduleFailOne
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckTicketCategory
           IF TicketRequired = 'Y' AND ScTicket = SPACES
               MOVE SPACES TO ScReason
               STRING
                   'change ticket required for category '
                   FUNCTION TRIM(CategoryWork)
                   DELIMITED BY SIZE
                   INTO ScReason
               PERFORM ScheduleFailOne
               EXIT PARAGRAPH
           END-IF
           IF ScOp = 'DELETE'
               MOVE EncSearchId TO HldCheckEnc
               PERFORM CheckEntryHeld
               IF HldHit = 'Y'
                   MOVE SPACES TO ScReason
                   STRING
                       'legal hold '
                       FUNCTION TRIM(HldHitCase)
                       DELIMITED BY SIZE
                       INTO ScReason
                   PERFORM ScheduleFailOne
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF ScOp = 'EDIT' AND ScPlainPw NOT = SPACES
               MOVE MainPassword TO CipherKey
               MOVE ReadSalt TO CipherSalt
               MOVE ReadPassword TO CipherText
               PERFORM DecryptSecret
               MOVE CipherText TO CurrentPlainPw
               MOVE ScPlainPw TO ReuseCandidate
               MOVE BatchIdentifier TO ReuseIdent
               PERFORM CheckPasswordReuse
               IF ReuseFound = 'Y'
                   MOVE 'new password reuses a recent one'
                       TO ScReason
                   PERFORM ScheduleFailOne
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF DryRunMode = 'Y'
               ADD 1 TO ScApplied
               DISPLAY 'Would apply: ' ScId ' ' FUNCTION TRIM(ScOp)
                   ' ' FUNCTION TRIM(BatchIdentifier)
               EXIT PARAGRAPH
           END-IF
           EVALUATE ScOp
               WHEN 'DELETE'
                   MOVE ScTicket TO TicketHeld
                   PERFORM DeleteEntryPass
                   MOVE SPACES TO ChangeTicket
                   IF DeletePassOk NOT = 'Y' OR DeleteFound NOT = 'Y'
                       MOVE 'the vault could not be rewritten'
                           TO ScReason
                   END-IF
               WHEN 'ROTATE'
                   MOVE ScTicket TO ChangeTicket
                   PERFORM RotateEntryPass
                   MOVE SPACES TO ChangeTicket
                   IF RotatePassOk NOT = 'Y' OR BatchFound NOT = 'Y'
                       MOVE 'the vault could not be rewritten'
                           TO ScReason
                   ELSE
                       PERFORM ScheduleRotatePush
                   END-IF
               WHEN 'EDIT'
                   MOVE ScTicket TO ChangeTicket
                   PERFORM ScheduleApplyEdit
                   MOVE SPACES TO ChangeTicket
                   IF ScChanged NOT = 'Y'
                       MOVE 'the vault could not be rewritten'
                           TO ScReason
                   END-IF
           END-EVALUATE
           IF ScReason NOT = SPACES
               PERFORM ScheduleFailOne
           ELSE
               PERFORM ScheduleDoneOne
           END-IF.

      *    A rotated entry whose category has a connector is pushed
      *    to its target; only a change the target has taken raises
      *    the consumer worklist.
       ScheduleRotatePush.
           PERFORM PushRotatedEntry
           EVALUATE PushResult
               WHEN 'NONE'
               WHEN 'PUSHED'
                   MOVE BatchIdentifier TO ConsIdent
                   PERFORM WriteConsumerWorklist
               WHEN 'ROLLEDBACK'
                   MOVE 'push to target failed, rolled back'
                       TO ScReason
               WHEN OTHER
                   MOVE 'push to target failed, NOT rolled back'
                       TO ScReason
           END-EVALUATE.

      *    The operator who queued the change must still exist and
      *    be able to write; the master login ("USER") always can.
      *    Leaves the operator's role and edit categories in
      *    OperReadRole and OperReadEdit for ScheduleCheckCategory.
       ScheduleCheckQueuer.
           MOVE 'Y' TO ScHit
           MOVE 'ADMIN' TO OperReadRole
           MOVE 'ALL' TO OperReadEdit
           IF FUNCTION TRIM(ScBy) = 'USER'
               EXIT PARAGRAPH
           END-IF
           MOVE ScBy TO OperName
           PERFORM FindOperatorRecord
           IF OperFound NOT = 'Y'
               MOVE 'N' TO ScHit
               MOVE SPACES TO ScReason
               STRING
                   'operator '
                   FUNCTION TRIM(ScBy)
                   ' no longer exists'
                   DELIMITED BY SIZE
                   INTO ScReason
               EXIT PARAGRAPH
           END-IF
           IF OperReadRole = 'READONLY'
               MOVE 'N' TO ScHit
               MOVE SPACES TO ScReason
               STRING
                   'operator '
                   FUNCTION TRIM(ScBy)
                   ' is now read-only'
                   DELIMITED BY SIZE
                   INTO ScReason
           END-IF.

      *    CategoryWork holds the entry's category: it, and any new
      *    category a scheduled edit brings, must still be within
      *    the queuing operator's edit access, and a dual-controlled
      *    entry still needs an ADMIN behind it - an APPROVER's
      *    own changes to one go through a second pair of eyes.
       ScheduleCheckCategory.
           MOVE 'Y' TO ScHit
           PERFORM CheckHighValueCategory
           IF HighValueHit = 'Y' AND (OperReadRole = 'OPERATOR' OR
                   OperReadRole = 'APPROVER')
               MOVE 'N' TO ScHit
               MOVE 'entry is now dual-controlled' TO ScReason
               EXIT PARAGRAPH
           END-IF
           IF ScOp = 'EDIT'
               PERFORM ScheduleOpenValues
           END-IF
           IF FUNCTION TRIM(OperReadEdit) = '' OR
                   FUNCTION TRIM(OperReadEdit) = 'ALL'
               EXIT PARAGRAPH
           END-IF
           MOVE OperReadEdit TO CatListWork
           PERFORM MatchCategoryList
           IF CatListHit NOT = 'Y'
               MOVE 'N' TO ScHit
               MOVE SPACES TO ScReason
               STRING
                   'no edit access to category '
                   FUNCTION TRIM(CategoryWork)
                   DELIMITED BY SIZE
                   INTO ScReason
               EXIT PARAGRAPH
           END-IF
           IF ScPlainCat = SPACES OR ScPlainCat = '-'
               EXIT PARAGRAPH
           END-IF
           MOVE CategoryWork TO ScInput
           MOVE ScPlainCat TO CategoryWork
           MOVE OperReadEdit TO CatListWork
           PERFORM MatchCategoryList
           MOVE ScInput TO CategoryWork
           IF CatListHit NOT = 'Y'
               MOVE 'N' TO ScHit
               MOVE SPACES TO ScReason
               STRING
                   'no edit access to category '
                   FUNCTION TRIM(ScPlainCat)
                   DELIMITED BY SIZE
                   INTO ScReason
           END-IF.

      *    A scheduled edit applied the way a typed one is: journal,
      *    history when the password changes, fresh salt, and the
      *    overflow segments of whatever was replaced dropped.
      *    Sets ScChanged when the vault was rewritten.
       ScheduleApplyEdit.
           MOVE 'N' TO ScChanged
           PERFORM AcquireVaultLock
           IF LockAcquired NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM FetchEntryRecord
           IF FetchFound NOT = 'Y'
               PERFORM ReleaseVaultLock
               EXIT PARAGRAPH
           END-IF
           PERFORM ParseEntryRecord
           IF ScPlainPw NOT = SPACES
               MOVE PswRecord(2:50) TO HistIdent
               MOVE PswRecord(55:50) TO HistPw
               MOVE ReadSalt TO HistSalt
               PERFORM WriteHistoryEntry
           END-IF
           MOVE 'EDIT' TO JournalOp
           MOVE 'N' TO JournalAdded
           PERFORM WriteJournalEntry

           MOVE MainPassword TO CipherKey
           MOVE ReadSalt TO CipherSalt
           MOVE ReadPassword TO CipherText
           PERFORM DecryptSecret
           MOVE CipherText TO ReadPassword
           MOVE ReadCategory TO CipherText
           PERFORM DecryptSecret
           MOVE CipherText TO ReadCategory
           MOVE ReadNotes TO CipherText
           PERFORM DecryptSecret
           MOVE CipherText TO ReadNotes
           IF ReadTotpSecret NOT = SPACES
               MOVE ReadTotpSecret TO CipherText
               PERFORM DecryptSecret
               MOVE CipherText TO ReadTotpSecret
           END-IF
           IF ReadGenProfile NOT = SPACES
               MOVE ReadGenProfile TO CipherText
               PERFORM DecryptSecret
               MOVE CipherText TO ReadGenProfile
           END-IF
           IF ScPlainPw NOT = SPACES
               MOVE ScPlainPw TO ReadPassword
           END-IF
           IF ScPlainCat = '-'
               MOVE SPACES TO ReadCategory
           ELSE
               IF ScPlainCat NOT = SPACES
                   MOVE ScPlainCat TO ReadCategory
               END-IF
           END-IF
           IF ScPlainNotes = '-'
               MOVE SPACES TO ReadNotes
           ELSE
               IF ScPlainNotes NOT = SPACES
                   MOVE ScPlainNotes TO ReadNotes
               END-IF
           END-IF

           PERFORM GenerateSalt
           MOVE NewSalt TO CipherSalt
           MOVE ReadPassword TO CipherText
           PERFORM EncryptSecret
           MOVE CipherText TO EntryPassword
           MOVE ReadCategory TO CipherText
           PERFORM EncryptSecret
           MOVE CipherText TO ReadCategory
           MOVE ReadNotes TO CipherText
           PERFORM EncryptSecret
           MOVE CipherText TO ReadNotes
           IF FUNCTION TRIM(ReadTotpSecret) NOT = ''
               MOVE ReadTotpSecret TO CipherText
               PERFORM EncryptSecret
               MOVE CipherText TO ReadTotpSecret
           ELSE
               MOVE SPACES TO ReadTotpSecret
           END-IF
           IF FUNCTION TRIM(ReadGenProfile) NOT = ''
               MOVE ReadGenProfile TO CipherText
               PERFORM EncryptSecret
               MOVE CipherText TO ReadGenProfile
           ELSE
               MOVE SPACES TO ReadGenProfile
           END-IF

           MOVE ReadIdentifier TO EntryIdentifier
           MOVE ReadCategory TO EntryCategory
           MOVE ReadNotes TO EntryNotes
           MOVE ReadDateAdded TO EntryDateAdded
           MOVE ReadTotpSecret TO EntryTotpSecret
           MOVE NewSalt TO EntrySalt
           MOVE ReadGenProfile TO EntryGenProfile
           MOVE ReadLastAccessed TO EntryLastAccessed
           IF ScPlainPw NOT = SPACES
               PERFORM ComputeRotationDue
               MOVE RotateDueDate TO EntryRotateDue
           ELSE
               MOVE ReadRotateDue TO EntryRotateDue
           END-IF
           PERFORM BuildEntryRecord
           EVALUATE TRUE
               WHEN ScPlainPw NOT = SPACES AND ScPlainNotes NOT = SPACES
                   MOVE 'A' TO SegPurgeMode
               WHEN ScPlainPw NOT = SPACES
                   MOVE 'P' TO SegPurgeMode
               WHEN ScPlainNotes NOT = SPACES
                   MOVE 'T' TO SegPurgeMode
               WHEN OTHER
                   MOVE 'N' TO SegPurgeMode
           END-EVALUATE
           PERFORM ReplaceEntryRecord
           PERFORM IndexPutRecord
           PERFORM ReleaseVaultLock
           MOVE 'Y' TO ScChanged
           IF ScPlainPw NOT = SPACES
               MOVE BatchIdentifier TO ConsIdent
               PERFORM WriteConsumerWorklist
           END-IF.

       ScheduleDoneOne.
           ADD 1 TO ScApplied
           MOVE 'Y' TO ScRunDone(ScRunNext)
           MOVE 'APPLIED' TO ScRunStatus(ScRunNext)
           MOVE SPACES TO ScRunNote(ScRunNext)
           DISPLAY 'Applied: ' ScId ' ' FUNCTION TRIM(ScOp) ' '
               FUNCTION TRIM(BatchIdentifier)
           MOVE 'SUCCESS' TO AuditOutcome
           PERFORM ScheduleAuditOne
           PERFORM ScheduleMarkDone.

       ScheduleFailOne.
           ADD 1 TO ScFailed
           DISPLAY 'FAILED:  ' ScId ' ' FUNCTION TRIM(ScOp) ' '
               FUNCTION TRIM(BatchIdentifier) ' ('
               FUNCTION TRIM(ScReason) ')'
           IF DryRunMode = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO ScRunDone(ScRunNext)
           MOVE 'FAILED' TO ScRunStatus(ScRunNext)
           MOVE ScReason TO ScRunNote(ScRunNext)
           MOVE 'FAILURE' TO AuditOutcome
           PERFORM ScheduleAuditOne
           PERFORM ScheduleMarkDone.

      *    An entry under a change freeze keeps its line QUEUED; the
      *    next run after the window closes applies it.
       ScheduleDeferOne.
           ADD 1 TO ScDeferred
           MOVE SPACES TO ScReason
           STRING
               'change freeze: '
               FUNCTION TRIM(FrzHitReason)
               DELIMITED BY SIZE
               INTO ScReason
           DISPLAY 'Deferred: ' ScId ' ' FUNCTION TRIM(ScOp) ' '
               FUNCTION TRIM(BatchIdentifier) ' ('
               FUNCTION TRIM(ScReason) ')'
           IF DryRunMode = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'DEFERRED' TO AuditOutcome
           PERFORM ScheduleAuditOne.

      *    AuditOutcome set by the caller.
       ScheduleAuditOne.
           MOVE ScOp TO AuditAction
           MOVE BatchIdentifier TO AuditIdentifier
           MOVE SPACES TO AuditReason
           IF ScReason = SPACES
               STRING
                   'scheduled '
                   ScId
                   ' by '
                   FUNCTION TRIM(ScBy)
                   DELIMITED BY SIZE
                   INTO AuditReason
           ELSE
               STRING
                   'scheduled '
                   ScId
                   ' by '
                   FUNCTION TRIM(ScBy)
                   ': '
                   FUNCTION TRIM(ScReason)
                   DELIMITED BY SIZE
                   INTO AuditReason
           END-IF
           MOVE ScTicket TO AuditTicket
           PERFORM WriteAuditLog.

      *    Records the outcome of every line this run has applied or
      *    failed so far; lines it did not take stay as they were.
      *    Run after each outcome, so a run that dies part-way does
      *    not leave an applied change QUEUED to be made twice.
      *    ScRec is not kept.
       ScheduleMarkDone.
           MOVE FUNCTION CURRENT-DATE TO ScNow
           MOVE ScFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           PERFORM OpenSidecarRewrite
           MOVE 'N' TO ScEOF
           PERFORM UNTIL ScEOF = 'Y'
               READ SegFile INTO ScRec
                   AT END
                       MOVE 'Y' TO ScEOF
                   NOT AT END
                       IF ScStatus = 'QUEUED'
                           PERFORM VARYING ScRunIdx FROM 1 BY 1
                                   UNTIL ScRunIdx > ScRunCount
                               IF ScRunDone(ScRunIdx) = 'Y' AND
                                       ScRunRec(ScRunIdx)(1:6) = ScId
                                   MOVE ScRunStatus(ScRunIdx)
                                       TO ScStatus
                                   MOVE ScNow(1:14) TO ScDone
                                   MOVE ScRunNote(ScRunIdx) TO ScNote
                               END-IF
                           END-PERFORM
                       END-IF
                       MOVE ScRec TO Tmp2Record
                       WRITE Tmp2Record
               END-READ
           END-PERFORM
           CLOSE SegFile
           CLOSE Tmp2File
           MOVE ScFileName TO SidecarTargetName
           PERFORM MoveSidecarOver.

      *    Queued schedule lines follow a rename of their entry.
       RenamePatchSchedule.
           PERFORM BuildScheduleName
           MOVE ScFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           PERFORM OpenSidecarRewrite
           MOVE 'N' TO ScEOF
           PERFORM UNTIL ScEOF = 'Y'
               READ SegFile INTO ScRec
                   AT END
                       MOVE 'Y' TO ScEOF
                   NOT AT END
                       IF ScEncId = RenOldEnc
                           MOVE RenNewEnc TO ScEncId
                       END-IF
                       MOVE ScRec TO Tmp2Record
                       WRITE Tmp2Record
               END-READ
           END-PERFORM
           CLOSE SegFile
           CLOSE Tmp2File
           MOVE ScFileName TO SidecarTargetName
           PERFORM MoveSidecarOver.

      *    The entry identifier and any sealed new values of every
      *    schedule line move to the new key; sealed values get a
      *    fresh salt.
       RekeyScheduleFile.
           PERFORM BuildScheduleName
           MOVE ScFileName TO SegFileName
           OPEN INPUT SegFile
           IF SegFileStatus NOT = '00'
               CLOSE SegFile
               EXIT PARAGRAPH
           END-IF
           PERFORM OpenSidecarRewrite
           MOVE 'N' TO ScEOF
           PERFORM UNTIL ScEOF = 'Y'
               READ SegFile INTO ScRec
                   AT END
                       MOVE 'Y' TO ScEOF
                   NOT AT END
                       PERFORM RekeyScheduleLine
                       MOVE ScRec TO Tmp2Record
                       WRITE Tmp2Record
               END-READ
           END-PERFORM
           CLOSE SegFile
           CLOSE Tmp2File
           MOVE ScFileName TO SidecarTargetName
           PERFORM MoveSidecarOver.

       RekeyScheduleLine.
           MOVE ScEncId TO UndoIdent
           CALL 'Decrypt' USING
               UndoIdent
               MainPassword
               UndoIdent
           CALL 'Encrypt' USING
               UndoIdent
               NewMainPassword
               UndoIdent
           MOVE UndoIdent TO ScEncId
           PERFORM ScheduleOpenValues
           MOVE MainPassword TO ScInput
           MOVE NewMainPassword TO MainPassword
           PERFORM ScheduleSealValues
           MOVE ScInput TO MainPassword.
