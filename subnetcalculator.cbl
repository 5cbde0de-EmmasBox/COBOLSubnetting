           SELECT FwdZoneFile ASSIGN TO "fwdzones.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FwdZoneStatus.
           SELECT JournalFile ASSIGN TO "subnetjrnl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JournalStatus.
           SELECT AsOfReportFile ASSIGN TO "invasof.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AsOfReportStatus.
           SELECT OperatorFile ASSIGN TO "operauth.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OperatorFileStatus.
           SELECT ChargeRateFile ASSIGN TO "chargerates.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ChargeRateStatus.
           SELECT ChargeReportFile ASSIGN TO "chargeback.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ChargeReportStatus.
           SELECT ChargeFile ASSIGN TO "chargeback.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ChargeFileStatus.
           SELECT PoolMapFile ASSIGN TO "poolmap.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PoolMapStatus.
           SELECT NotifyWorkFile ASSIGN TO "notifywork.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NotifyWorkStatus.
           SELECT NotifyFile ASSIGN TO "notify.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NotifyFileStatus.
           SELECT IntegrityFile ASSIGN TO "integrity.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS IntegrityStatus.
           SELECT LegacyFile ASSIGN TO "legacyload.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LegacyFileStatus.
           SELECT LegacyRejectFile ASSIGN TO "legacyrej.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LegacyRejectStatus.
           SELECT LegacyReportFile ASSIGN TO "legacyload.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LegacyReportStatus.
           SELECT VlanFile ASSIGN TO "vlanreg.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VlanKey
              FILE STATUS IS VlanFileStatus.
           SELECT AuditCtlFile ASSIGN TO "subnetcalc.seq"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AuditCtlStatus.
           SELECT AuditVerifyFile ASSIGN TO "auditverify.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AuditVerifyStatus.
           SELECT ArpFeedFile ASSIGN TO "arpfeed.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ArpFeedStatus.
           SELECT ArpReportFile ASSIGN TO "arprecon.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ArpReportStatus.
           SELECT HostMacFile ASSIGN TO "hostmac.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HostMacKeyIP
              FILE STATUS IS HostMacStatus.
       DATA DIVISION.
         FILE SECTION.
          FD WorkOrderFile.
          FD PrintFile.
          01 PrintLine PIC X(132).
          FD AuditLogFile.
          01 AuditLogLine PIC X(250).
          FD InventoryFile.
          01 InventoryRecord.
             05 InvKeyNetwork PIC X(39).
          FD LockFile.
          01 LockRecord PIC X(80).
          FD ArchiveFile.
          01 ArchiveLine PIC X(250).
          FD AuditTempFile.
          01 AuditTempLine PIC X(250).
          FD HostFile.
          01 HostRecord.
             05 HostKeyIP PIC X(15).
             05 FILLER PIC X(65).
          FD FwdZoneFile.
          01 FwdZoneLine PIC X(132).
          FD JournalFile.
          01 JournalLine PIC X(250).
          FD AsOfReportFile.
          01 AsOfReportLine PIC X(132).
          FD OperatorFile.
          01 OperatorRecord PIC X(80).
          FD ChargeRateFile.
          01 ChargeRateRecord PIC X(80).
          FD ChargeReportFile.
          01 ChargeReportLine PIC X(132).
          FD ChargeFile.
          01 ChargeRecord PIC X(80).
          FD PoolMapFile.
          01 PoolMapLine PIC X(132).
          FD NotifyWorkFile.
          01 NotifyWorkLine PIC X(250).
          FD NotifyFile.
          01 NotifyLine PIC X(132).
          FD IntegrityFile.
          01 IntegrityLine PIC X(132).
          FD LegacyFile.
          01 LegacyRecord PIC X(120).
          FD LegacyRejectFile.
          01 LegacyRejectRecord PIC X(132).
          FD LegacyReportFile.
          01 LegacyReportLine PIC X(132).
          FD VlanFile.
          01 VlanRecord.
             05 VlanKey.
                10 VlanKeySite PIC X(8).
                10 VlanKeyId PIC 9(4).
             05 FILLER PIC X(88).
          FD AuditCtlFile.
          01 AuditCtlRecord PIC X(80).
          FD AuditVerifyFile.
          01 AuditVerifyReportLine PIC X(132).
          FD ArpFeedFile.
          01 ArpFeedRecord PIC X(80).
          FD ArpReportFile.
          01 ArpReportLine PIC X(132).
          FD HostMacFile.
          01 HostMacRecord.
             05 HostMacKeyIP PIC X(15).
             05 FILLER PIC X(65).
         WORKING-STORAGE SECTION.
          01 WorkingIP PIC X(15) VALUE "0.0.0.0".
          01 IPClassPortion PIC 9(3) VALUE ZEROES.
          01 WorkOrderLineNumber PIC 9(5) VALUE ZEROES.
          01 WorkOrderLineNumberOutput PIC Z(5) VALUE ZEROES.

      * batch processing order -- the whole work order file is
      * loaded into BatchOrderTable and run in the order kept in
      * BatchSeqTable: RELEASE orders first so the space they free
      * can be reused, then the other orders in file order, then
      * the POOL= orders grouped by pool with the largest block
      * first, so small orders cannot fragment a pool ahead of a
      * big one.  Each order keeps its file line number for the
      * print file, and the checkpoint counts positions in this
      * order (which a rerun over the same file rebuilds exactly)
      * with the line number alongside for the operator
          01 BatchOrderRecord PIC X(80) VALUE SPACES.
          01 BatchOrderCount PIC 9(4) VALUE 0.
          01 BatchOrdIndex PIC 9(4) VALUE 0.
          01 BatchOrderTable.
             05 BatchOrdEntry OCCURS 2000 TIMES.
                10 BatchOrdRecord PIC X(80).
                10 BatchOrdLine PIC 9(5).
                10 BatchOrdPhase PIC 9(1).
                10 BatchOrdPool PIC X(8).
                10 BatchOrdPrefix PIC 9(2).
          01 BatchOrdersLostSwitch PIC X(1) VALUE "N".
             88 BatchOrdersLost VALUE "Y".
          01 BatchSeqCount PIC 9(4) VALUE 0.
          01 BatchSeqIndex PIC 9(4) VALUE 0.
          01 BatchSeqSlot PIC 9(4) VALUE 0.
          01 BatchSeqPoolStart PIC 9(4) VALUE 0.
          01 BatchSeqTable.
             05 BatchSeqEntry OCCURS 2000 TIMES PIC 9(4).
          01 BatchSeqSlotSwitch PIC X(1) VALUE "N".
             88 BatchSeqSlotFound VALUE "Y".
          01 BatchPhaseWanted PIC 9(1) VALUE 0.

      * digit scan for the numeric work order fields: digits with
      * leading or trailing spaces are accepted and accumulated a
      * digit at a time, anything else fails the record, the same
      * of replanning (and re-logging) the whole file
          01 CheckpointStatus PIC X(2) VALUE SPACES.
          01 CheckpointLastDone PIC 9(5) VALUE ZEROES.
          01 CheckpointLastLine PIC 9(5) VALUE ZEROES.
          01 CheckpointText PIC X(5) VALUE SPACES.
          01 CheckpointEOFSwitch PIC X(1) VALUE "N".
             88 NoMoreCheckpoints VALUE "Y".
          01 AuditSplitCount PIC 9(5) VALUE ZEROES.
          01 AuditMergeCount PIC 9(5) VALUE ZEROES.
          01 AuditUntaggedCount PIC 9(5) VALUE ZEROES.
          01 AuditDenyCount PIC 9(5) VALUE ZEROES.
          01 AuditHostsTotal PIC 9(18) VALUE ZEROES.
          01 AuditSubnetsTotal PIC 9(18) VALUE ZEROES.
          01 AuditTotalOutput PIC Z(17)9 VALUE 0.
             05 InvRecExpiry PIC X(8).
             05 FILLER PIC X(8).

      * inventory change journal fields -- subnetjrnl.dat gets one
      * fixed record for every add, rewrite, state change, and
      * delete made on the inventory master, carrying the whole
      * InventoryWorkRecord image before and after the change so a
      * rewrite in place never loses who held a network or what
      * shape it had:
      *   cols   1-8   date (YYYYMMDD)
      *   cols   9-16  time (HHMMSSss)
      *   cols  17-24  action: ADD, REUSE, RELEASE, CONFIRM,
      *                MODIFY, SPLIT, MERGE
      *   cols  25-32  work order number ("-" when interactive)
      *   cols  33-44  signed-on operator who made the change
      *   cols  45-144 before image (blank for an add)
      *   cols 145-244 after image (blank for a delete)
      * the file is only ever appended, the same way the audit log
      * is, so it reads back in the order the changes were made
          01 JournalStatus PIC X(2) VALUE SPACES.
          01 JournalEOFSwitch PIC X(1) VALUE "N".
             88 NoMoreJournal VALUE "Y".
          01 JournalWorkRecord.
             05 JrnDate PIC X(8).
             05 JrnTime PIC X(8).
             05 JrnAction PIC X(8).
             05 JrnOrder PIC X(8).
             05 JrnOperator PIC X(12).
             05 JrnBeforeImage PIC X(100).
             05 JrnAfterImage PIC X(100).
             05 FILLER PIC X(6).

      * history inquiry fields -- a network's history is every
      * journal record whose before or after image carries that
      * key; the as-of rebuild takes, for each key changed after
      * the as-of date, the before image of its first such change
      * (which is what the entry looked like on that date) and the
      * current record for every key left alone since
          01 JrnHistoryKey PIC X(39) VALUE SPACES.
          01 JrnHistoryChoice PIC X(1) VALUE "N".
          01 JrnHistoryCount PIC 9(5) VALUE ZEROES.
          01 JrnAsOfDate PIC X(8) VALUE SPACES.
          01 JrnImageKey PIC X(39) VALUE SPACES.
          01 JrnImageLabel PIC X(10) VALUE SPACES.
          01 AsOfReportStatus PIC X(2) VALUE SPACES.
          01 AsOfCount PIC 9(4) VALUE 0.
          01 AsOfIndex PIC 9(4) VALUE 0.
          01 AsOfListedCount PIC 9(5) VALUE ZEROES.
          01 AsOfOverflowSwitch PIC X(1) VALUE "N".
             88 AsOfOverflow VALUE "Y".
          01 AsOfMatchFlag PIC X(1) VALUE "N".
             88 AsOfMatched VALUE "Y".
          01 AsOfTable.
             05 AsOfEntry OCCURS 2000 TIMES.
                10 AsOfKey PIC X(39).
                10 AsOfImage PIC X(100).
                10 AsOfSeenFlag PIC X(1).

      * overlap validation fields -- the proposed network range is
      * compared against every active inventory entry before a plan
      * is accepted, using the same 32-bit address arithmetic as
      *   cols  1-8   pool name
      *   cols  9-23  network address (dotted)
      *   cols 24-25  prefix length
      *   cols 26-33  site whose utilization warning threshold the
      *               free-space map holds the pool to (blank
      *               keeps the shop-wide value)
      * the allocator walks a pool with the same ProposedStart /
      * ProposedEnd arithmetic CHECKOVERLAP feeds
      * SCANINVENTORYOVERLAP and stops at the first free naturally
          01 CfgGwLen PIC 9(2) VALUE 0.
          01 CfgWildText PIC X(15) VALUE SPACES.
          01 CfgWildLen PIC 9(2) VALUE 0.
          01 CfgVlanNumber PIC 9(4) VALUE 0.

      * DHCP scope export fields -- one fixed record per subnet in
      * the layout the DHCP admin's import tooling reads:
      *   cols  69-98  zone domain
      *   cols  99-101 DHCP reserved count
      *   cols 102-104 utilization warning threshold
      *   cols 105-108 lowest VLAN ID the site may hand out
      *   cols 109-112 highest VLAN ID the site may hand out
      * loaded once at startup; a missing file, an unknown site,
      * or a blank field just leaves the stock shop-wide value
          01 SiteFileStatus PIC X(2) VALUE SPACES.
                10 SiteZoneDomain PIC X(30).
                10 SiteDhcpReserved PIC 9(3).
                10 SiteUtilThreshold PIC 9(3).
                10 SiteVlanLow PIC 9(4).
                10 SiteVlanHigh PIC 9(4).

      * host address register fields -- hostassign.dat is an
      * indexed file keyed on the IP address, one record per
             88 KeepSessionRunning VALUE "Y".
             88 EndSession VALUE "N".

      * operator sign-on fields -- operauth.dat holds one line for
      * every operator allowed to use the calculator, and a Y in
      * a function column grants that function:
      *   cols  1-8   operator ID
      *   cols  9-38  name
      *   cols 39-46  home site code
      *   col  47     plan (options 1, 3, 5, 9)
      *   col  48     run a batch of work orders
      *   col  49     release, confirm, split, merge in option 6
      *   col  50     host address register
      *   col  51     archive the audit log
      * anything the signed-on operator is not granted is refused
      * and the refusal logged with Mode=DENY
          01 OperatorFileStatus PIC X(2) VALUE SPACES.
          01 OperatorEOFSwitch PIC X(1) VALUE "N".
             88 NoMoreOperators VALUE "Y".
          01 OperatorWorkRecord.
             05 OperId PIC X(8).
             05 OperName PIC X(30).
             05 OperHomeSite PIC X(8).
             05 OperMayPlan PIC X(1).
                88 OperCanPlan VALUE "Y".
             05 OperMayBatch PIC X(1).
                88 OperCanBatch VALUE "Y".
             05 OperMayMaintain PIC X(1).
                88 OperCanMaintain VALUE "Y".
             05 OperMayHost PIC X(1).
                88 OperCanHost VALUE "Y".
             05 OperMayArchive PIC X(1).
                88 OperCanArchive VALUE "Y".
             05 FILLER PIC X(29).
          01 OperSignOnId PIC X(8) VALUE SPACES.
          01 OperSignOnTries PIC 9(1) VALUE 0.
          01 OperSignOnSwitch PIC X(1) VALUE "N".
             88 OperSignedOn VALUE "Y".
          01 OperAllowedSwitch PIC X(1) VALUE "Y".
             88 OperAllowed VALUE "Y".
          01 OperFunctionText PIC X(8) VALUE SPACES.

      * IPv6 prefix planning mode fields
          01 WorkingIPv6 PIC X(39) VALUE SPACES.
      * WorkingIPv6Len holds the position of the last non-blank
          01 SupernetRemainder1 PIC 9(10) COMP VALUE 0.
          01 SupernetRemainder2 PIC 9(10) COMP VALUE 0.
          01 SupernetResultBitsLen PIC 9(1) VALUE 0.

      * month-end chargeback fields -- each site and requester is
      * billed for the IPv4 space it held during the month, in /24
      * equivalents prorated by the days held.  Who held a key on
      * which days comes from the change journal: its state on the
      * first is the before image of its first change since, and
      * every change inside the month starts a new holding period
      * billed to whoever the after image names.  chargerates.dat
      * prices it:
      *   cols  1-8   site code, or DEFAULT for every other site
      *   cols  9-16  active rate per /24 a month (9(6)V99)
      *   cols 17-24  reservation rate per /24 a month (9(6)V99)
      * chargeback.dat is the finance load file, one record per
      * site and requester pair, then one trailer:
      *   col   1     record type (D detail, T trailer)
      *   cols  2-7   billing month (YYYYMM)
      *   cols  8-15  site code (blank on the trailer)
      *   cols 16-23  requester (trailer: detail record count)
      *   cols 24-34  active /24 equivalents (9(7)V9(4))
      *   cols 35-45  reserved /24 equivalents (9(7)V9(4))
      *   cols 46-56  active charge (9(9)V99)
      *   cols 57-67  reservation charge (9(9)V99)
      *   cols 68-78  total charge (9(9)V99)
          01 ChargeRateStatus PIC X(2) VALUE SPACES.
          01 ChargeReportStatus PIC X(2) VALUE SPACES.
          01 ChargeFileStatus PIC X(2) VALUE SPACES.
          01 ChargeRateEOFSwitch PIC X(1) VALUE "N".
             88 NoMoreChargeRates VALUE "Y".
          01 ChgMonth PIC X(6) VALUE SPACES.
          01 ChgMonthNum PIC 9(2) VALUE 0.
          01 ChgMonthStart PIC X(8) VALUE SPACES.
          01 ChgMonthEnd PIC X(8) VALUE SPACES.
          01 ChgMonthDays PIC 9(2) VALUE 0.
          01 ChgStartDay PIC 9(2) VALUE 0.
          01 ChgEndDay PIC 9(2) VALUE 0.
          01 ChgDaysHeld PIC 9(2) VALUE 0.
          01 ChgHostBits PIC 9(2) VALUE 0.
          01 ChgAddresses PIC 9(10) COMP VALUE 0.
          01 ChgCategory PIC X(1) VALUE "N".
             88 ChgIsActive VALUE "A".
             88 ChgIsReserved VALUE "P".
             88 ChgNotBilled VALUE "N".
          01 ChgEquiv PIC 9(7)V9(4) VALUE ZEROES.
          01 ChgRate PIC 9(6)V99 VALUE ZEROES.
          01 ChgActiveRate PIC 9(6)V99 VALUE ZEROES.
          01 ChgHeldRate PIC 9(6)V99 VALUE ZEROES.
          01 ChgAmount PIC 9(9)V99 VALUE ZEROES.
          01 ChgAddActEquiv PIC 9(7)V9(4) VALUE ZEROES.
          01 ChgAddResEquiv PIC 9(7)V9(4) VALUE ZEROES.
          01 ChgAddActCharge PIC 9(9)V99 VALUE ZEROES.
          01 ChgAddResCharge PIC 9(9)V99 VALUE ZEROES.
          01 ChgReadCount PIC 9(5) VALUE ZEROES.
          01 ChgBilledCount PIC 9(5) VALUE ZEROES.
          01 ChgV6Count PIC 9(5) VALUE ZEROES.
          01 ChgUnpricedCount PIC 9(5) VALUE ZEROES.
          01 ChgDetailCount PIC 9(8) VALUE ZEROES.
          01 ChgCountOutput PIC Z(4)9 VALUE ZEROES.
          01 ChgMatchFlag PIC X(1) VALUE "N".
             88 ChgMatched VALUE "Y".
          01 ChgOverflowSwitch PIC X(1) VALUE "N".
             88 ChgTableFull VALUE "Y".
          01 ChgRateFoundSwitch PIC X(1) VALUE "N".
             88 ChgRateFound VALUE "Y".
          01 ChgRateCount PIC 9(2) VALUE 0.
          01 ChgRateIndex PIC 9(2) VALUE 0.
          01 ChgRateTable.
             05 ChgRateEntry OCCURS 20 TIMES.
                10 ChgRateSite PIC X(8).
                10 ChgRateActive PIC 9(6)V99.
                10 ChgRateHeld PIC 9(6)V99.
          01 ChgEventCount PIC 9(4) VALUE 0.
          01 ChgEventIndex PIC 9(4) VALUE 0.
          01 ChgLeftIndex PIC 9(4) VALUE 0.
          01 ChgEventTable.
             05 ChgEventEntry OCCURS 3000 TIMES.
                10 ChgEvtKey PIC X(39).
                10 ChgEvtDate PIC X(8).
                10 ChgEvtBefore PIC X(100).
                10 ChgEvtAfter PIC X(100).
                10 ChgEvtDone PIC X(1).
          01 ChgKey PIC X(39) VALUE SPACES.
          01 ChgStateImage PIC X(100) VALUE SPACES.
          01 ChgNextImage PIC X(100) VALUE SPACES.
          01 ChgSegStart PIC 9(2) VALUE 0.
          01 ChgEventDay PIC 9(2) VALUE 0.
          01 ChgNextHeldSwitch PIC X(1) VALUE "N".
             88 ChgNextHeld VALUE "Y".
          01 ChgSiteCount PIC 9(3) VALUE 0.
          01 ChgSiteIndex PIC 9(3) VALUE 0.
          01 ChgSiteTable.
             05 ChgSiteEntry OCCURS 50 TIMES.
                10 ChgSiteKey PIC X(8).
                10 ChgSiteActEquiv PIC 9(7)V9(4).
                10 ChgSiteResEquiv PIC 9(7)V9(4).
                10 ChgSiteActCharge PIC 9(9)V99.
                10 ChgSiteResCharge PIC 9(9)V99.
          01 ChgReqCount PIC 9(3) VALUE 0.
          01 ChgReqIndex PIC 9(3) VALUE 0.
          01 ChgReqTable.
             05 ChgReqEntry OCCURS 200 TIMES.
                10 ChgReqKey PIC X(8).
                10 ChgReqActEquiv PIC 9(7)V9(4).
                10 ChgReqResEquiv PIC 9(7)V9(4).
                10 ChgReqActCharge PIC 9(9)V99.
                10 ChgReqResCharge PIC 9(9)V99.
          01 ChgPairCount PIC 9(3) VALUE 0.
          01 ChgPairIndex PIC 9(3) VALUE 0.
          01 ChgPairTable.
             05 ChgPairEntry OCCURS 500 TIMES.
                10 ChgPairSite PIC X(8).
                10 ChgPairReq PIC X(8).
                10 ChgPairActEquiv PIC 9(7)V9(4).
                10 ChgPairResEquiv PIC 9(7)V9(4).
                10 ChgPairActCharge PIC 9(9)V99.
                10 ChgPairResCharge PIC 9(9)V99.
          01 ChgTotActEquiv PIC 9(7)V9(4) VALUE ZEROES.
          01 ChgTotResEquiv PIC 9(7)V9(4) VALUE ZEROES.
          01 ChgTotActCharge PIC 9(9)V99 VALUE ZEROES.
          01 ChgTotResCharge PIC 9(9)V99 VALUE ZEROES.
      * one report line is laid out from these, whichever total it
      * comes from
          01 ChgLineKey PIC X(8) VALUE SPACES.
          01 ChgLineActEquiv PIC 9(7)V9(4) VALUE ZEROES.
          01 ChgLineResEquiv PIC 9(7)V9(4) VALUE ZEROES.
          01 ChgLineActCharge PIC 9(9)V99 VALUE ZEROES.
          01 ChgLineResCharge PIC 9(9)V99 VALUE ZEROES.
          01 ChgLineTotal PIC 9(9)V99 VALUE ZEROES.
          01 ChgEquivOutput1 PIC Z(6)9.9999 VALUE ZEROES.
          01 ChgEquivOutput2 PIC Z(6)9.9999 VALUE ZEROES.
          01 ChgAmountOutput1 PIC Z(8)9.99 VALUE ZEROES.
          01 ChgAmountOutput2 PIC Z(8)9.99 VALUE ZEROES.
          01 ChgAmountOutput3 PIC Z(8)9.99 VALUE ZEROES.
          01 ChgWorkRecord.
             05 ChgRecType PIC X(1).
             05 ChgRecMonth PIC X(6).
             05 ChgRecSite PIC X(8).
             05 ChgRecRequester PIC X(8).
             05 ChgRecActEquiv PIC 9(7)V9(4).
             05 ChgRecResEquiv PIC 9(7)V9(4).
             05 ChgRecActCharge PIC 9(9)V99.
             05 ChgRecResCharge PIC 9(9)V99.
             05 ChgRecTotal PIC 9(9)V99.
             05 FILLER PIC X(2).

      * pool free-space map fields -- the active and reserved IPv4
      * inventory is loaded once into PmapInvTable as address
      * ranges; each pool then takes the ranges falling inside it,
      * in address order, in PmapHitTable, and every gap between
      * them is a free range broken down into the naturally
      * aligned blocks it can still supply, counted by prefix
      * length in PmapFreeByPrefix
          01 PoolMapStatus PIC X(2) VALUE SPACES.
          01 PmapInvCount PIC 9(4) VALUE 0.
          01 PmapInvIndex PIC 9(4) VALUE 0.
          01 PmapInvTable.
             05 PmapInvEntry OCCURS 3000 TIMES.
                10 PmapInvStart PIC 9(10) COMP.
                10 PmapInvEnd PIC 9(10) COMP.
                10 PmapInvNetwork PIC X(15).
                10 PmapInvPrefix PIC 9(2).
                10 PmapInvState PIC X(1).
                10 PmapInvSite PIC X(8).
          01 PmapInvLostSwitch PIC X(1) VALUE "N".
             88 PmapInvLost VALUE "Y".
          01 PmapHitCount PIC 9(3) VALUE 0.
          01 PmapHitIndex PIC 9(3) VALUE 0.
          01 PmapHitSlot PIC 9(3) VALUE 0.
          01 PmapHitTable.
             05 PmapHitInv OCCURS 500 TIMES PIC 9(4).
          01 PmapHitLostSwitch PIC X(1) VALUE "N".
             88 PmapHitLost VALUE "Y".
          01 PmapSlotSwitch PIC X(1) VALUE "N".
             88 PmapSlotFound VALUE "Y".
          01 PmapPoolSite PIC X(8) VALUE SPACES.
          01 PmapCursor PIC 9(10) COMP VALUE 0.
          01 PmapClipStart PIC 9(10) COMP VALUE 0.
          01 PmapClipEnd PIC 9(10) COMP VALUE 0.
          01 PmapFreeStart PIC 9(10) COMP VALUE 0.
          01 PmapFreeEnd PIC 9(10) COMP VALUE 0.
          01 PmapRangeCount PIC 9(10) COMP VALUE 0.
          01 PmapBlockPos PIC 9(10) COMP VALUE 0.
          01 PmapBlockSize PIC 9(10) COMP VALUE 1.
          01 PmapBlockNext PIC 9(10) COMP VALUE 2.
          01 PmapBlockQuot PIC 9(10) COMP VALUE 0.
          01 PmapBlockRem PIC 9(10) COMP VALUE 0.
          01 PmapBlockBits PIC 9(2) VALUE 0.
          01 PmapGrowSwitch PIC X(1) VALUE "N".
             88 PmapCanGrow VALUE "Y".
          01 PmapTotal PIC 9(10) COMP VALUE 0.
          01 PmapUsed PIC 9(10) COMP VALUE 0.
          01 PmapReserved PIC 9(10) COMP VALUE 0.
          01 PmapFree PIC 9(10) COMP VALUE 0.
          01 PmapPercent PIC 9(3) VALUE 0.
          01 PmapLargestPrefix PIC 9(2) VALUE 99.
          01 PmapPrefixIndex PIC 9(2) VALUE 0.
          01 PmapFreeByPrefix.
             05 PmapPrefixCount OCCURS 32 TIMES PIC 9(5).
          01 PmapAddrOutput PIC Z(9)9 VALUE ZEROES.
          01 PmapAddrOutput2 PIC Z(9)9 VALUE ZEROES.
          01 PmapCountOutput PIC Z(4)9 VALUE ZEROES.
          01 PmapPoolCount PIC 9(5) VALUE ZEROES.
          01 PmapFlaggedCount PIC 9(5) VALUE ZEROES.
          01 PmapFlagSwitch PIC X(1) VALUE "N".
             88 PmapPoolFlagged VALUE "Y".

      * requester notification fields.  Each batch order leaves one
      * NtfWorkRecord in notifywork.dat as it finishes -- the file
      * is started over by a fresh run and kept by a resume, like
      * the export files -- and the end of the run sorts them by
      * requester into notify.dat for the mail relay.  notify.dat
      * is one 132-byte row per line: cols 1-8 the row type
      * (BEGIN, TEXT or END), 9-16 the requester, 18-132 the text.
      * Each requester gets one BEGIN, the text of all of their
      * orders, and an END carrying the TEXT row count, so the
      * relay sends one message per BEGIN/END pair
          01 NotifyWorkStatus PIC X(2) VALUE SPACES.
          01 NotifyFileStatus PIC X(2) VALUE SPACES.
          01 NtfWorkRecord.
             05 NtfRequester PIC X(8).
             05 NtfLine PIC 9(5).
             05 NtfOrder PIC X(8).
             05 NtfSite PIC X(8).
             05 NtfKind PIC X(1).
                88 NtfKindActive VALUE "A".
                88 NtfKindReserved VALUE "P".
                88 NtfKindReleased VALUE "L".
                88 NtfKindModified VALUE "M".
                88 NtfKindRejected VALUE "X".
             05 NtfNetwork PIC X(15).
             05 NtfPrefix PIC 9(2).
             05 NtfMask PIC X(15).
             05 NtfGateway PIC X(15).
             05 NtfDhcpStart PIC X(15).
             05 NtfDhcpEnd PIC X(15).
             05 NtfStaticStart PIC X(15).
             05 NtfStaticEnd PIC X(15).
             05 NtfExpiry PIC X(8).
             05 NtfReason PIC X(100).
             05 FILLER PIC X(5).
          01 NtfCount PIC 9(4) VALUE 0.
          01 NtfIndex PIC 9(4) VALUE 0.
          01 NtfScan PIC 9(4) VALUE 0.
          01 NtfSlot PIC 9(4) VALUE 0.
          01 NtfTable.
             05 NtfEntry OCCURS 2000 TIMES PIC X(250).
          01 NtfEOFSwitch PIC X(1) VALUE "N".
             88 NoMoreNotices VALUE "Y".
          01 NtfLostSwitch PIC X(1) VALUE "N".
             88 NtfLost VALUE "Y".
          01 NtfSlotSwitch PIC X(1) VALUE "N".
             88 NtfSlotFound VALUE "Y".
          01 NtfNetBinary PIC 9(10) COMP VALUE 0.
          01 NtfBlock PIC 9(10) COMP VALUE 1.
          01 NtfBits PIC 9(2) VALUE 0.
          01 NtfPoolStart PIC 9(10) COMP VALUE 0.
          01 NtfPoolEnd PIC 9(10) COMP VALUE 0.
          01 NtfStaticLimit PIC 9(10) COMP VALUE 0.
          01 NtfRunDate PIC X(8) VALUE SPACES.
          01 NtfOrderCount PIC 9(4) VALUE 0.
          01 NtfTextCount PIC 9(5) VALUE 0.
          01 NtfRequesterCount PIC 9(5) VALUE 0.
          01 NtfLineText PIC X(115) VALUE SPACES.
          01 NtfLineOutput PIC Z(4)9 VALUE ZEROES.
          01 NtfCountOutput PIC Z(4)9 VALUE ZEROES.


      * cross-file integrity check fields.  The active and reserved
      * IPv4 inventory is loaded into IntgInvTable and the pool
      * master into IntgPoolTable as address ranges; the host
      * register is then read against the inventory table.  One
      * count per exception type feeds the summary and the return
      * code
          01 IntegrityStatus PIC X(2) VALUE SPACES.
          01 IntgInvCount PIC 9(4) VALUE 0.
          01 IntgInvIndex PIC 9(4) VALUE 0.
          01 IntgInvOther PIC 9(4) VALUE 0.
          01 IntgInvTable.
             05 IntgInvEntry OCCURS 3000 TIMES.
                10 IntgInvNetwork PIC X(15).
                10 IntgInvPrefix PIC 9(2).
                10 IntgInvState PIC X(1).
                10 IntgInvSite PIC X(8).
                10 IntgInvExpiry PIC X(8).
                10 IntgInvStart PIC 9(10) COMP.
                10 IntgInvEnd PIC 9(10) COMP.
          01 IntgInvLostSwitch PIC X(1) VALUE "N".
             88 IntgInvLost VALUE "Y".
          01 IntgPoolCount PIC 9(3) VALUE 0.
          01 IntgPoolIndex PIC 9(3) VALUE 0.
          01 IntgPoolOther PIC 9(3) VALUE 0.
          01 IntgPoolTable.
             05 IntgPoolEntry OCCURS 200 TIMES.
                10 IntgPoolName PIC X(8).
                10 IntgPoolStart PIC 9(10) COMP.
                10 IntgPoolEnd PIC 9(10) COMP.
          01 IntgPoolLostSwitch PIC X(1) VALUE "N".
             88 IntgPoolLost VALUE "Y".
          01 IntgMatchSwitch PIC X(1) VALUE "N".
             88 IntgMatched VALUE "Y".
          01 IntgAddress PIC 9(10) COMP VALUE 0.
          01 IntgBlock PIC 9(10) COMP VALUE 1.
          01 IntgBits PIC 9(2) VALUE 0.
          01 IntgStaticLimit PIC 9(10) COMP VALUE 0.
          01 IntgKeyBadSwitch PIC X(1) VALUE "N".
             88 IntgKeyBad VALUE "Y".
          01 IntgOrphanCount PIC 9(5) VALUE ZEROES.
          01 IntgOutsideCount PIC 9(5) VALUE ZEROES.
          01 IntgOverlapCount PIC 9(5) VALUE ZEROES.
          01 IntgMisalignCount PIC 9(5) VALUE ZEROES.
          01 IntgNoPoolCount PIC 9(5) VALUE ZEROES.
          01 IntgPoolOverlapCount PIC 9(5) VALUE ZEROES.
          01 IntgExpiredCount PIC 9(5) VALUE ZEROES.
          01 IntgTotalCount PIC 9(6) VALUE ZEROES.
          01 IntgCountOutput PIC Z(5)9 VALUE ZEROES.
          01 IntgRangeText PIC X(19) VALUE SPACES.


      * legacy allocation load fields.  legacyload.dat is the flat
      * extract from the old spreadsheet and router configs:
      *   cols  1-15  network address (dotted quad)
      *   cols 16-17  prefix length
      *   cols 18-25  site code
      *   cols 26-33  requester
      *   cols 34-41  original allocation date (YYYYMMDD)
      *   col  42     state (A active, P reserved, R released)
      *   cols 43-102 note (optional; kept on the load report)
      * Rejected lines go to legacyrej.dat as the reason code in
      * cols 1-3 followed by the extract line from col 5.  The
      * lines accepted so far are kept in LoadTable so a later
      * line can be checked against them; the inventory already
      * on file is checked through PmapInvTable
          01 LegacyFileStatus PIC X(2) VALUE SPACES.
          01 LegacyRejectStatus PIC X(2) VALUE SPACES.
          01 LegacyReportStatus PIC X(2) VALUE SPACES.
          01 LegacyEOFSwitch PIC X(1) VALUE "N".
             88 NoMoreLegacy VALUE "Y".
          01 LoadFields.
             05 LoadNetworkText PIC X(15).
             05 LoadPrefixText PIC X(2).
             05 LoadSite PIC X(8).
             05 LoadRequester PIC X(8).
             05 LoadDate PIC X(8).
             05 LoadState PIC X(1).
             05 LoadNote PIC X(60).
             05 FILLER PIC X(18).
          01 LoadTrialChoice PIC X(1) VALUE "N".
             88 LoadTrialRun VALUE "Y".
          01 LoadLineNumber PIC 9(5) VALUE ZEROES.
          01 LoadLineOutput PIC Z(4)9 VALUE ZEROES.
          01 LoadPrefix PIC 9(2) VALUE 0.
          01 LoadAddress PIC 9(10) COMP VALUE 0.
          01 LoadBlock PIC 9(10) COMP VALUE 1.
          01 LoadBits PIC 9(2) VALUE 0.
          01 LoadStart PIC 9(10) COMP VALUE 0.
          01 LoadEnd PIC 9(10) COMP VALUE 0.
          01 LoadCode PIC X(3) VALUE SPACES.
          01 LoadCodeNumber PIC 9(2) VALUE 0.
          01 LoadConflictText PIC X(19) VALUE SPACES.
      * reservations carry no expiry in the extract; a loaded hold
      * runs this many days from the load, long enough for the
      * owner to confirm it or let it go
          01 LoadHoldDays PIC 9(3) VALUE 30.
          01 LoadCount PIC 9(4) VALUE 0.
          01 LoadIndex PIC 9(4) VALUE 0.
          01 LoadTable.
             05 LoadEntry OCCURS 2000 TIMES.
                10 LoadEntNetwork PIC X(15).
                10 LoadEntState PIC X(1).
                10 LoadEntStart PIC 9(10) COMP.
                10 LoadEntEnd PIC 9(10) COMP.
          01 LoadReadCount PIC 9(5) VALUE ZEROES.
          01 LoadGoodCount PIC 9(5) VALUE ZEROES.
          01 LoadRejectCount PIC 9(5) VALUE ZEROES.
          01 LoadReasonCounts.
             05 LoadReasonCount OCCURS 10 TIMES PIC 9(5).
          01 LoadCountOutput PIC Z(4)9 VALUE ZEROES.


      * VLAN registry fields -- vlanreg.dat is an indexed file
      * keyed on site and VLAN ID, one record per ID a site has
      * ever handed out or held:
      *   cols  1-8   site code (key)
      *   cols  9-12  VLAN ID (key)
      *   cols 13-44  VLAN name
      *   cols 45-59  subnet the VLAN carries
      *   cols 60-61  that subnet's prefix length
      *   cols 62-76  inventory network the subnet was planned in
      *   col  77     state (A assigned, R reserved, F free)
      *   cols 78-85  date of the last change
      *   cols 86-93  work order, or operator for a reservation
      * a freed ID keeps its record and is reused in place, the
      * way a released inventory key is.  A site with no range in
      * sitesettings.dat hands out the shop-wide 100-899
          01 VlanFileStatus PIC X(2) VALUE SPACES.
          01 VlanOpenSwitch PIC X(1) VALUE "N".
             88 VlanRegistryOpen VALUE "Y".
          01 VlanEOFSwitch PIC X(1) VALUE "N".
             88 NoMoreVlans VALUE "Y".
          01 VlanWorkRecord.
             05 VlanRecSite PIC X(8).
             05 VlanRecId PIC 9(4).
             05 VlanRecName PIC X(32).
             05 VlanRecSubnet PIC X(15).
             05 VlanRecPrefix PIC 9(2).
             05 VlanRecInvNetwork PIC X(15).
             05 VlanRecState PIC X(1).
             05 VlanRecDate PIC X(8).
             05 VlanRecOwner PIC X(8).
             05 FILLER PIC X(7).
          01 VlanRangeLow PIC 9(4) VALUE 100.
          01 VlanRangeHigh PIC 9(4) VALUE 899.
          01 VlanSearchFrom PIC 9(4) VALUE 0.
          01 VlanCandidate PIC 9(4) VALUE 0.
          01 VlanRowBits PIC 9(2) VALUE 0.
          01 VlanRowSpan PIC 9(10) COMP VALUE 1.
          01 VlanFreeSwitch PIC X(1) VALUE "N".
             88 VlanFreeFound VALUE "Y".
          01 VlanExistsSwitch PIC X(1) VALUE "N".
             88 VlanSlotExists VALUE "Y".
          01 VlanIdNumber PIC 9(4) VALUE 0.
          01 VlanIdEdit PIC Z(3)9 VALUE ZEROES.
          01 VlanIdText PIC X(4) VALUE SPACES.
          01 VlanTrimIndex PIC 9(1) VALUE 0.
          01 VlanFreedNetwork PIC X(15) VALUE SPACES.
          01 VlanSiteWanted PIC X(8) VALUE SPACES.
          01 VlanIdEntry PIC X(4) VALUE SPACES.
          01 VlanNameEntry PIC X(32) VALUE SPACES.
          01 VlanActionChoice PIC X(1) VALUE "N".
          01 VlanBrowseCount PIC 9(5) VALUE 0.
          01 VlanHeldCount PIC 9(5) VALUE 0.
          01 VlanCountOutput PIC Z(4)9 VALUE ZEROES.

      * audit log chaining fields -- every audit line ends with
      *   " Seq=" nine-digit sequence number
      *   " Chk=" ten-digit check value
      * the check value folds the line up to and including its
      * sequence number into the check value of the line before,
      * so a line edited, dropped, or slipped in by hand breaks
      * the chain.  subnetcalc.seq holds the last sequence number
      * (cols 1-9), its check value (cols 10-19), and when it was
      * written (cols 20-40).  Each archive month closes with a
      *   TRAILER Lines=n FirstSeq=n LastSeq=n Month=yyyymm
      * line covering the lines written since the last trailer
          01 AuditCtlStatus PIC X(2) VALUE SPACES.
          01 AuditCtlSwitch PIC X(1) VALUE "N".
             88 AuditCtlLoaded VALUE "Y".
          01 AuditVerifyStatus PIC X(2) VALUE SPACES.
          01 AuditLastSeq PIC 9(9) VALUE ZEROES.
          01 AuditLastChk PIC 9(10) VALUE ZEROES.
          01 AuditTextEnd PIC 9(3) VALUE 0.
          01 AuditScanIndex PIC 9(3) VALUE 0.
          01 AuditSeqSwitch PIC X(1) VALUE "N".
             88 AuditSeqFound VALUE "Y".
          01 AuditSeqPos PIC 9(3) VALUE 0.
          01 AuditLineSeq PIC 9(9) VALUE ZEROES.
          01 AuditLineChk PIC 9(10) VALUE ZEROES.
          01 ChkLine PIC X(250) VALUE SPACES.
          01 ChkLength PIC 9(3) VALUE 0.
          01 ChkIndex PIC 9(3) VALUE 0.
          01 ChkValue PIC 9(10) VALUE ZEROES.
          01 ChkWork PIC 9(12) VALUE ZEROES.
          01 ChkQuotient PIC 9(12) VALUE ZEROES.
          01 ChkByte PIC X(1) VALUE SPACE.
          01 ChkByteNum PIC 9(3) VALUE 0.
          01 ChkAlphabet.
             05 FILLER PIC X(32)
                VALUE " !""#$%&'()*+,-./0123456789:;<=>?".
             05 FILLER PIC X(32)
                VALUE "@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_".
             05 FILLER PIC X(31)
                VALUE "`abcdefghijklmnopqrstuvwxyz{|}~".
          01 ArchiveMonthLines PIC 9(9) VALUE ZEROES.
          01 ArchiveFirstSeq PIC 9(9) VALUE ZEROES.
          01 ArchiveLastSeq PIC 9(9) VALUE ZEROES.
          01 VfyFromMonth PIC X(6) VALUE SPACES.
          01 VfySource PIC X(30) VALUE SPACES.
          01 VfyInArchiveSwitch PIC X(1) VALUE "N".
             88 VfyInArchive VALUE "Y".
          01 VfyChainSwitch PIC X(1) VALUE "N".
             88 VfyChainStarted VALUE "Y".
          01 VfyPrevSeq PIC 9(9) VALUE ZEROES.
          01 VfyPrevChk PIC 9(10) VALUE ZEROES.
          01 VfyMissing PIC 9(9) VALUE ZEROES.
          01 VfyTrlLines PIC 9(9) VALUE ZEROES.
          01 VfyTrlFirst PIC 9(9) VALUE ZEROES.
          01 VfyTrlLast PIC 9(9) VALUE ZEROES.
          01 VfyLineCount PIC 9(9) VALUE ZEROES.
          01 VfySeqCount PIC 9(9) VALUE ZEROES.
          01 VfyLegacyCount PIC 9(9) VALUE ZEROES.
          01 VfyGapCount PIC 9(9) VALUE ZEROES.
          01 VfyDupCount PIC 9(9) VALUE ZEROES.
          01 VfyBrokenCount PIC 9(9) VALUE ZEROES.
          01 VfyTrailerCount PIC 9(9) VALUE ZEROES.
          01 VfyUnseqCount PIC 9(9) VALUE ZEROES.
          01 VfyTotalCount PIC 9(9) VALUE ZEROES.
          01 VfyCountOutput PIC Z(8)9 VALUE ZEROES.
          01 VfyKindText PIC X(10) VALUE SPACES.
          01 VfyDetailText PIC X(100) VALUE SPACES.
          01 VfyDetailPointer PIC 9(3) VALUE 1.

      * host register / ARP reconciliation fields.  The discovery
      * feed arpfeed.dat is one record per address answering:
      *   cols  1-15  IP address
      *   cols 16-32  MAC address
      *   cols 33-40  first-seen date
      *   cols 41-48  last-seen date
      * each live address is placed against the inventory (active
      * or reserved entry, released entry, or nothing) and, in an
      * active subnet, against that subnet's static range
          01 ArpFeedStatus PIC X(2) VALUE SPACES.
          01 ArpReportStatus PIC X(2) VALUE SPACES.
      * the MAC last seen on each register address is kept beside
      * the register in hostmac.dat, indexed on the same key:
      *   cols  1-15  IP address (key)
      *   cols 16-32  MAC address last seen answering on the IP
      *   cols 33-40  date that MAC was last seen
          01 HostMacStatus PIC X(2) VALUE SPACES.
          01 HostMacOpenSwitch PIC X(1) VALUE "N".
             88 HostMacOpen VALUE "Y".
          01 HostMacWorkRecord.
             05 HostMacRecIP PIC X(15).
             05 HostMacRecMac PIC X(17).
             05 HostMacRecSeen PIC X(8).
             05 FILLER PIC X(40).
          01 ArpFeedEOFSwitch PIC X(1) VALUE "N".
             88 NoMoreArpFeed VALUE "Y".
          01 ArpStaleDays PIC 9(3) VALUE 30.
          01 ArpStaleEntry PIC X(3) VALUE SPACES.
          01 ArpInvCount PIC 9(4) VALUE 0.
          01 ArpInvIndex PIC 9(4) VALUE 0.
          01 ArpInvTable.
             05 ArpInvEntry OCCURS 3000 TIMES.
                10 ArpInvNetwork PIC X(15).
                10 ArpInvPrefix PIC 9(2).
                10 ArpInvState PIC X(1).
                10 ArpInvStart PIC 9(10) COMP.
                10 ArpInvEnd PIC 9(10) COMP.
                10 ArpInvStaticEnd PIC 9(10) COMP.
          01 ArpInvLostSwitch PIC X(1) VALUE "N".
             88 ArpInvLost VALUE "Y".
          01 ArpFeedCount PIC 9(4) VALUE 0.
          01 ArpFeedIndex PIC 9(4) VALUE 0.
          01 ArpFeedOther PIC 9(4) VALUE 0.
          01 ArpFeedTable.
             05 ArpFeedEntry OCCURS 5000 TIMES.
                10 ArpFeedIP PIC X(15).
                10 ArpFeedAddress PIC 9(10) COMP.
                10 ArpFeedMac PIC X(17).
                10 ArpFeedFirst PIC X(8).
                10 ArpFeedLast PIC X(8).
      * A inside an active or reserved entry, R inside a released
      * entry only, N inside nothing on file
                10 ArpFeedWhere PIC X(1).
                10 ArpFeedInvIndex PIC 9(4).
                10 ArpFeedStatic PIC X(1).
                10 ArpFeedMacDone PIC X(1).
          01 ArpFeedLostSwitch PIC X(1) VALUE "N".
             88 ArpFeedLost VALUE "Y".
          01 ArpHostCount PIC 9(4) VALUE 0.
          01 ArpHostIndex PIC 9(4) VALUE 0.
          01 ArpHostTable.
             05 ArpHostEntry OCCURS 5000 TIMES.
                10 ArpHostIP PIC X(15).
                10 ArpHostState PIC X(1).
                10 ArpHostMac PIC X(17).
          01 ArpHostLostSwitch PIC X(1) VALUE "N".
             88 ArpHostLost VALUE "Y".
          01 ArpMatchSwitch PIC X(1) VALUE "N".
             88 ArpMatched VALUE "Y".
          01 ArpAddress PIC 9(10) COMP VALUE 0.
          01 ArpBlock PIC 9(10) COMP VALUE 1.
          01 ArpBits PIC 9(2) VALUE 0.
          01 ArpStart PIC 9(10) COMP VALUE 0.
          01 ArpReleasedIndex PIC 9(4) VALUE 0.
          01 ArpLastSeen PIC X(8) VALUE SPACES.
          01 ArpMacShared PIC 9(4) VALUE 0.
          01 ArpReadCount PIC 9(5) VALUE ZEROES.
          01 ArpBadCount PIC 9(5) VALUE ZEROES.
          01 ArpSquatCount PIC 9(5) VALUE ZEROES.
          01 ArpStaleCount PIC 9(5) VALUE ZEROES.
          01 ArpStrayCount PIC 9(5) VALUE ZEROES.
          01 ArpSharedMacCount PIC 9(5) VALUE ZEROES.
          01 ArpMacUpdateCount PIC 9(5) VALUE ZEROES.
          01 ArpTotalCount PIC 9(6) VALUE ZEROES.
          01 ArpCountOutput PIC Z(5)9 VALUE ZEROES.

       PROCEDURE DIVISION.
         MAINMENU.
           DISPLAY "Welcome to Emma's Custom COBOL Subnet Calculator."
           PERFORM LOADSITESETTINGS
           PERFORM OPERATORSIGNON
           IF NOT OperSignedOn THEN
              DISPLAY "Sign-on refused; the session is ended."
              MOVE 8 TO RETURN-CODE
              SET EndSession TO TRUE
           END-IF
           PERFORM UNTIL EndSession
              DISPLAY " "
              DISPLAY "1. Plan subnets for one IPv4 network"
              DISPLAY "10. Reconcile a route table export"
              DISPLAY "11. Host address register / forward zones"
              DISPLAY "12. Archive old audit log months"
              DISPLAY "13. Inventory change history / as-of rebuild"
              DISPLAY "14. Month-end address-space chargeback"
              DISPLAY "15. Pool free-space map / fragmentation"
              DISPLAY "16. Cross-file integrity check"
              DISPLAY "17. Bulk load legacy allocations"
              DISPLAY "18. VLAN registry browse / reserve"
              DISPLAY "19. Verify the audit log sequence"
              DISPLAY "20. Reconcile the host register to ARP feed"
              DISPLAY "21. Exit"
              DISPLAY "Choice: " WITH NO ADVANCING
              ACCEPT MenuChoice
              PERFORM CHECKMENUAUTHORITY
              IF OperAllowed THEN
                 EVALUATE MenuChoice
                    WHEN 1
                       PERFORM ACCEPTINFO
                    WHEN 2
                       PERFORM BATCHMODE
                    WHEN 3
                       PERFORM IPV6MODE
                    WHEN 4
                       PERFORM SUPERNETMODE
                    WHEN 5
                       PERFORM VLSMMODE
                    WHEN 6
                       PERFORM INVENTORYMODE
                    WHEN 7
                       PERFORM AUDITREPORTMODE
                    WHEN 8
                       PERFORM UTILIZATIONMODE
                    WHEN 9
                       PERFORM POOLALLOCMODE
                    WHEN 10
                       PERFORM RECONCILEMODE
                    WHEN 11
                       PERFORM HOSTASSIGNMODE
                    WHEN 12
                       PERFORM ARCHIVEMODE
                    WHEN 13
                       PERFORM INVHISTORYMODE
                    WHEN 14
                       PERFORM CHARGEBACKMODE
                    WHEN 15
                       PERFORM POOLMAPMODE
                    WHEN 16
                       PERFORM INTEGRITYMODE
                    WHEN 17
                       PERFORM LEGACYLOADMODE
                    WHEN 18
                       PERFORM VLANMODE
                    WHEN 19
                       PERFORM AUDITVERIFYMODE
                    WHEN 20
                       PERFORM ARPRECONMODE
                    WHEN 21
                       SET EndSession TO TRUE
                    WHEN OTHER
                       DISPLAY "Please choose 1 through 21."
                 END-EVALUATE
              ELSE
                 PERFORM REFUSEFUNCTION
              END-IF
           END-PERFORM
           STOP RUN.

      * signs the operator on against operauth.dat, allowing three
      * tries; every unknown ID is logged as a refused sign-on.  A
      * missing authority file refuses the session outright rather
      * than let anyone in
         OPERATORSIGNON.
           MOVE 0 TO OperSignOnTries
           MOVE "N" TO OperSignOnSwitch
           PERFORM UNTIL OperSignedOn OR OperSignOnTries > 2
              DISPLAY "Operator ID: " WITH NO ADVANCING
              MOVE SPACES TO OperSignOnId
              ACCEPT OperSignOnId
              COMPUTE OperSignOnTries = OperSignOnTries + 1
              PERFORM FINDOPERATOR
              IF OperSignedOn THEN
                 DISPLAY "Signed on as ", OperName
              ELSE
                 IF OperatorFileStatus = "00" THEN
                    DISPLAY "That operator ID is not on file."
                 ELSE
                    MOVE 3 TO OperSignOnTries
                 END-IF
                 MOVE "SIGNON" TO OperFunctionText
                 PERFORM LOGREFUSAL
              END-IF
           END-PERFORM.

      * looks OperSignOnId up in the authority file, leaving the
      * matching line in OperatorWorkRecord
         FINDOPERATOR.
           MOVE SPACES TO OperatorWorkRecord
           MOVE "N" TO OperatorEOFSwitch
           OPEN INPUT OperatorFile
           IF OperatorFileStatus NOT = "00" THEN
              DISPLAY
      -       "ERROR: cannot open operauth.dat, status ",
      -       OperatorFileStatus
           ELSE
              PERFORM UNTIL NoMoreOperators OR OperSignedOn
                 READ OperatorFile
                    AT END
                       SET NoMoreOperators TO TRUE
                    NOT AT END
                       IF OperatorRecord(1:8) = OperSignOnId
                             AND OperSignOnId NOT = SPACES THEN
                          MOVE OperatorRecord TO OperatorWorkRecord
                          SET OperSignedOn TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OperatorFile
      * interactive allocations file under the home site, so a
      * blank one keeps the "-" they always carried
              IF OperSignedOn AND OperHomeSite = SPACES THEN
                 MOVE "-" TO OperHomeSite
              END-IF
           END-IF.

      * decides whether the signed-on operator may take the menu
      * choice just made; the browse, report, and calculation-only
      * options are open to everyone signed on
         CHECKMENUAUTHORITY.
           MOVE "Y" TO OperAllowedSwitch
           EVALUATE MenuChoice
              WHEN 1
              WHEN 3
              WHEN 5
              WHEN 9
                 MOVE "PLAN" TO OperFunctionText
                 IF NOT OperCanPlan THEN
                    MOVE "N" TO OperAllowedSwitch
                 END-IF
              WHEN 2
                 MOVE "BATCH" TO OperFunctionText
                 IF NOT OperCanBatch THEN
                    MOVE "N" TO OperAllowedSwitch
                 END-IF
              WHEN 11
              WHEN 20
                 MOVE "HOSTREG" TO OperFunctionText
                 IF NOT OperCanHost THEN
                    MOVE "N" TO OperAllowedSwitch
                 END-IF
              WHEN 12
                 MOVE "ARCHIVE" TO OperFunctionText
                 IF NOT OperCanArchive THEN
                    MOVE "N" TO OperAllowedSwitch
                 END-IF
              WHEN 17
                 MOVE "INVLOAD" TO OperFunctionText
                 IF NOT OperCanMaintain THEN
                    MOVE "N" TO OperAllowedSwitch
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * tells the operator the function in OperFunctionText is
      * not theirs to run, and logs the refusal
         REFUSEFUNCTION.
           MOVE SPACES TO DisplayLine
           MOVE 1 TO DisplayLinePointer
           STRING "Operator " DELIMITED BY SIZE
              OperId DELIMITED BY SPACE
              " is not authorized for " DELIMITED BY SIZE
              OperFunctionText DELIMITED BY SPACE
              INTO DisplayLine
              WITH POINTER DisplayLinePointer
           DISPLAY DisplayLine(1:DisplayLinePointer - 1)
           PERFORM LOGREFUSAL.

      * audit line for a refused sign-on or function, tagged so
      * the report can count refusals by themselves
         LOGREFUSAL.
           PERFORM AUDITLOGOPEN
           MOVE SPACES TO AuditLogLine
           STRING RunDateTime DELIMITED BY SIZE
                  " Oper=" DELIMITED BY SIZE
                  OperSignOnId DELIMITED BY SPACE
                  " Function=" DELIMITED BY SIZE
                  OperFunctionText DELIMITED BY SPACE
                  " Mode=DENY" DELIMITED BY SIZE
                  INTO AuditLogLine
           PERFORM AUDITLOGWRITE.

         ACCEPTINFO.
           PERFORM RESETWORKFIELDS
           MOVE "-" TO WorkOrderNumber
           MOVE OperId TO WorkOrderRequester
           MOVE OperHomeSite TO WorkOrderSiteCode
           MOVE "INT" TO AuditModeText
           SET IPIsInvalid TO TRUE
           PERFORM UNTIL IPIsValid
              END-EVALUATE
           END-PERFORM.

      * stamps RunDateTime, picks up where the sequence chain left
      * off, and readies the audit log for one more appended line,
      * shared by every mode's logging paragraph
         AUDITLOGOPEN.
           ACCEPT CurrentDateOutput FROM DATE YYYYMMDD
           ACCEPT CurrentTimeOutput FROM TIME
                  " " DELIMITED BY SIZE
                  CurrentTimeOutput DELIMITED BY SIZE
                  INTO RunDateTime
           PERFORM AUDITCHAINLOAD
           OPEN INPUT AuditLogFile
           IF AuditLogStatus = "35" THEN
              OPEN OUTPUT AuditLogFile
                  WorkOrderRequester DELIMITED BY SIZE
                  " Site=" DELIMITED BY SIZE
                  WorkOrderSiteCode DELIMITED BY SIZE
                  " Oper=" DELIMITED BY SIZE
                  OperId DELIMITED BY SPACE
                  " Class=" DELIMITED BY SIZE
                  NetworkClass DELIMITED BY SIZE
                  " Mode=" DELIMITED BY SIZE
                  AuditModeText DELIMITED BY SIZE
                  INTO AuditLogLine
           PERFORM AUDITLOGWRITE.

      * audit line for an IPv6 prefix plan, so the report's by-mode
      * breakdown covers the IPv6 path too
                  DesiredHostsV6 DELIMITED BY SIZE
                  " Subnets=" DELIMITED BY SIZE
                  DesiredSubnetsV6 DELIMITED BY SIZE
                  " Oper=" DELIMITED BY SIZE
                  OperId DELIMITED BY SPACE
                  " Mode=IPV6" DELIMITED BY SIZE
                  INTO AuditLogLine
           PERFORM AUDITLOGWRITE.

      * audit line for a route summarization, likewise tagged so
      * the by-mode breakdown covers the supernet path
                     SupernetResultBitsLen) DELIMITED BY SIZE
                  " Count=" DELIMITED BY SIZE
                  SupernetCount DELIMITED BY SIZE
                  " Oper=" DELIMITED BY SIZE
                  OperId DELIMITED BY SPACE
                  " Mode=SNET" DELIMITED BY SIZE
                  INTO AuditLogLine
           PERFORM AUDITLOGWRITE.

      * opens the inventory master for reading, positioned at the
      * first record; a missing file is created empty first, the
      * callers already treat as a failed open
         OPENINVENTORYIO.
           IF NOT LockHeld THEN
              MOVE OperId TO LockOwnerWanted
              PERFORM LOCKACQUIRE
           END-IF
           IF NOT LockHeld THEN
                    PERFORM APPENDREUSEKEY
                 NOT INVALID KEY
                    SET AppendRecorded TO TRUE
                    MOVE "ADD" TO JrnAction
                    MOVE SPACES TO JrnBeforeImage
                    MOVE InventoryWorkRecord TO JrnAfterImage
                    PERFORM JOURNALWRITE
              END-WRITE
              PERFORM CLOSEINVENTORYIO
           END-IF.
              NOT INVALID KEY
                 MOVE InventoryRecord TO InventoryWorkRecord
                 IF InvRecState = "R" THEN
                    MOVE InventoryWorkRecord TO JrnBeforeImage
                    MOVE InvPendingRecord TO InventoryWorkRecord
                    MOVE InventoryWorkRecord TO InventoryRecord
                    REWRITE InventoryRecord
                    SET AppendRecorded TO TRUE
                    MOVE "REUSE" TO JrnAction
                    MOVE InventoryWorkRecord TO JrnAfterImage
                    PERFORM JOURNALWRITE
                 ELSE
                    MOVE InvPendingRecord TO InventoryWorkRecord
                    DISPLAY
                 END-IF
           END-READ.

      * appends one change journal record for the inventory change
      * just made: the caller leaves the action and the before and
      * after images in JournalWorkRecord, and the stamp, the work
      * order, and the signed-on operator are filled in
      * here.  A missing journal is created empty first, the same
      * bootstrap AUDITLOGOPEN gives the audit log
         JOURNALWRITE.
           ACCEPT JrnDate FROM DATE YYYYMMDD
           ACCEPT JrnTime FROM TIME
           MOVE WorkOrderNumber TO JrnOrder
           MOVE OperId TO JrnOperator
           OPEN INPUT JournalFile
           IF JournalStatus = "35" THEN
              OPEN OUTPUT JournalFile
              CLOSE JournalFile
           ELSE
              CLOSE JournalFile
           END-IF
           OPEN EXTEND JournalFile
           IF JournalStatus NOT = "00" THEN
              DISPLAY
      -       "ERROR: cannot open subnetjrnl.dat, status ",
      -       JournalStatus
           ELSE
              MOVE JournalWorkRecord TO JournalLine
              WRITE JournalLine
              CLOSE JournalFile
           END-IF.

      * compares the range the proposed plan would occupy against
      * every active inventory entry.  The proposed prefix is sized
      * from DesiredClients with the same doubling HOSTPRIORITYCALC
         POOLALLOCMODE.
           PERFORM RESETWORKFIELDS
           MOVE "-" TO WorkOrderNumber
           MOVE OperId TO WorkOrderRequester
           MOVE OperHomeSite TO WorkOrderSiteCode
           MOVE "POOL" TO AuditModeText
           MOVE SPACES TO PoolNameWanted
           DISPLAY "Pool name: " WITH NO ADVANCING
                 WorkOrderSiteCode DELIMITED BY SIZE
                 INTO ConfigLine
              WRITE ConfigLine
      * each interface takes the next free VLAN ID in the site's
      * permitted range from the registry, registered against the
      * inventory entry when the plan was recorded; a plan that
      * was not recorded still gets IDs clear of the registry,
      * they are just not held for it
              PERFORM VLANSITERANGE
              MOVE VlanRangeLow TO VlanSearchFrom
              PERFORM OPENVLANIO
              PERFORM VARYING CfgRowIndex FROM 0 BY 1
                    UNTIL CfgRowIndex NOT < CfgRowCount
                 COMPUTE CfgNetBinary =
                 PERFORM BINARYTODOTTED
                 MOVE DottedQuadText TO CfgGwText
                 MOVE DottedQuadLen TO CfgGwLen
                 PERFORM VLANTAKENEXT
                 MOVE SPACES TO ConfigLine
                 IF VlanFreeFound THEN
                    MOVE CfgVlanNumber TO VlanIdNumber
                    PERFORM VLANTRIMID
                    STRING "interface Vlan" DELIMITED BY SIZE
                       VlanIdText DELIMITED BY SPACE
                       INTO ConfigLine
                    WRITE ConfigLine
                    MOVE SPACES TO ConfigLine
                    STRING " ip address " DELIMITED BY SIZE
                       CfgGwText(1:CfgGwLen) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       MaskQuadText(1:MaskQuadLen) DELIMITED BY SIZE
                       INTO ConfigLine
                 ELSE
                    STRING "! WARNING: no free VLAN ID left at site "
                       DELIMITED BY SIZE
                       WorkOrderSiteCode DELIMITED BY SPACE
                       " for gateway " DELIMITED BY SIZE
                       CfgGwText(1:CfgGwLen) DELIMITED BY SIZE
                       INTO ConfigLine
                 END-IF
                 WRITE ConfigLine
                 MOVE SPACES TO ConfigLine
                 MOVE "!" TO ConfigLine
                 WRITE ConfigLine
              END-PERFORM
              IF VlanRegistryOpen THEN
                 CLOSE VlanFile
                 MOVE "N" TO VlanOpenSwitch
              END-IF
              MOVE SPACES TO ConfigLine
              MOVE "router ospf 1" TO ConfigLine
              WRITE ConfigLine
              ELSE
                 MOVE ZEROES TO SiteUtilThreshold(SiteCount)
              END-IF
              MOVE ZEROES TO SiteVlanLow(SiteCount)
              MOVE ZEROES TO SiteVlanHigh(SiteCount)
              MOVE SPACES TO NumFieldIn
              MOVE SiteRecord(105:4) TO NumFieldIn(1:4)
              PERFORM CONVERTNUMFIELD
              IF NumFieldValid AND NumFieldValue > 0
                    AND NumFieldValue < 4095 THEN
                 MOVE NumFieldValue TO SiteVlanLow(SiteCount)
                 MOVE SPACES TO NumFieldIn
                 MOVE SiteRecord(109:4) TO NumFieldIn(1:4)
                 PERFORM CONVERTNUMFIELD
                 IF NumFieldValid AND NumFieldValue < 4095
                       AND NumFieldValue NOT < SiteVlanLow(SiteCount)
                 THEN
                    MOVE NumFieldValue TO SiteVlanHigh(SiteCount)
                 ELSE
                    MOVE ZEROES TO SiteVlanLow(SiteCount)
                 END-IF
              END-IF
           END-IF.

      * resets the export settings to the stock shop-wide values
           MOVE "N" TO BatchResumeSwitch
           PERFORM READCHECKPOINT
           IF CheckpointLastDone > 0 THEN
              MOVE CheckpointLastLine TO WorkOrderLineNumberOutput
              DISPLAY "An earlier batch run stopped after work ",
      -              "order ", WorkOrderLineNumberOutput
              MOVE CheckpointLastDone TO WorkOrderLineNumberOutput
              DISPLAY "  (", WorkOrderLineNumberOutput,
      -              " order(s) of that run were done)"
              DISPLAY "Resume from the next unprocessed order? ",
      -              "(Y/N): " WITH NO ADVANCING
              ACCEPT BatchResumeChoice
                 PERFORM CLEARCHECKPOINT
              END-IF
           END-IF
           PERFORM BATCHLOADORDERS
           IF WorkOrderFileStatus NOT = "00" OR BatchOrdersLost THEN
              IF BatchOrdersLost THEN
                 DISPLAY "ERROR: more than 2000 work orders in ",
      -             "workorders.dat; split the file and rerun"
              ELSE
                 DISPLAY
      -          "ERROR: cannot open workorders.dat, status ",
      -          WorkOrderFileStatus
              END-IF
              MOVE 8 TO RETURN-CODE
           ELSE
              IF ResumingBatch THEN
      -          "ERROR: cannot open subnetreport.txt, status ",
      -          PrintFileStatus
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF ResumingBatch THEN
                    OPEN EXTEND RejectFile
                    CLOSE DhcpFile
                    OPEN OUTPUT DnsFile
                    CLOSE DnsFile
                    OPEN OUTPUT NotifyWorkFile
                    CLOSE NotifyWorkFile
                 END-IF
                 PERFORM BATCHSEQUENCEORDERS
                 IF NOT ResumingBatch THEN
                    MOVE SPACES TO PrintLine
                    STRING "Run order: RELEASE orders, then other "
                       DELIMITED BY SIZE
                       "orders as filed, then POOL= orders by "
                       DELIMITED BY SIZE
                       "pool, largest block first"
                       DELIMITED BY SIZE
                       INTO PrintLine
                    WRITE PrintLine
                 END-IF
                 PERFORM VARYING BatchSeqIndex FROM 1 BY 1
                       UNTIL BatchSeqIndex > BatchSeqCount
                    IF BatchSeqIndex > CheckpointLastDone THEN
                       MOVE BatchSeqEntry(BatchSeqIndex)
                          TO BatchOrdIndex
                       MOVE BatchOrdRecord(BatchOrdIndex)
                          TO BatchOrderRecord
                       MOVE BatchOrdLine(BatchOrdIndex)
                          TO WorkOrderLineNumber
                       PERFORM BATCHONEORDER
                       PERFORM WRITECHECKPOINT
                    END-IF
                 END-PERFORM
                 MOVE BatchOrderCount TO WorkOrderLineNumber
                 PERFORM PRINTBATCHTOTALS
                 PERFORM NTFBUILDFILE
                 CLOSE PrintFile
                 CLOSE RejectFile
                 PERFORM CLEARCHECKPOINT
           END-IF.

      * writes the order being processed, unchanged, to the reject
      * file and counts the failure; the caller counts the reason.
      * Every caller has just printed its "  ERROR: " line, so the
      * requester's notice takes the reason from the print line
         REJECTORDER.
           MOVE BatchOrderRecord TO RejectRecord
           WRITE RejectRecord
           COMPUTE BatchFailCount = BatchFailCount + 1
           MOVE SPACES TO NtfWorkRecord
           MOVE "X" TO NtfKind
           MOVE PrintLine(10:100) TO NtfReason
           PERFORM NTFWRITEWORK.

      * plans one work order left in BatchOrderRecord, writing the
      * result or the reason it was rejected to the print file
         BATCHONEORDER.
           COMPUTE BatchReadCount = BatchReadCount + 1
           MOVE "BAT" TO AuditModeText
           PERFORM RESETWORKFIELDS
           MOVE BatchOrderRecord TO WorkOrderFields
           PERFORM VALIDATEWORKORDER
           MOVE WorkOrderLineNumber
              TO WorkOrderLineNumberOutput
              WorkOrderLineNumberOutput
                 DELIMITED BY SIZE
              ": " DELIMITED BY SIZE
              BatchOrderRecord DELIMITED BY SIZE
              INTO PrintLine
           WRITE PrintLine
           IF WorkOrderLayoutInvalid THEN
                 INTO PrintLine
              WRITE PrintLine
              COMPUTE BatchReleasedCount = BatchReleasedCount + 1
              MOVE SPACES TO NtfWorkRecord
              MOVE "L" TO NtfKind
              MOVE WorkOrderIPText TO NtfNetwork
              PERFORM NTFWRITEWORK
           ELSE
              MOVE SPACES TO PrintLine
              STRING
                    CONTINUE
                 NOT INVALID KEY
                    MOVE InventoryRecord TO InventoryWorkRecord
                    MOVE InventoryWorkRecord TO JrnBeforeImage
                    MOVE WorkOrderRequester TO InvRecRequester
                    MOVE WorkOrderSiteCode TO InvRecSite
                    MOVE InventoryWorkRecord TO InventoryRecord
                    REWRITE InventoryRecord
                    SET InvEntryFound TO TRUE
                    MOVE "MODIFY" TO JrnAction
                    MOVE InventoryWorkRecord TO JrnAfterImage
                    PERFORM JOURNALWRITE
              END-READ
              PERFORM CLOSEINVENTORYIO
           END-IF
                 INTO PrintLine
              WRITE PrintLine
              COMPUTE BatchModifiedCount = BatchModifiedCount + 1
              MOVE SPACES TO NtfWorkRecord
              MOVE "M" TO NtfKind
              MOVE WorkOrderIPText TO NtfNetwork
              PERFORM NTFWRITEWORK
           ELSE
              MOVE SPACES TO PrintLine
              STRING
                          PERFORM GENCONFIGSNIPPET
                          PERFORM GENDHCPEXPORT
                          PERFORM GENDNSZONES
                          PERFORM NTFRECORDPLAN
                          COMPUTE BatchGoodCount =
                             BatchGoodCount + 1
                       END-IF
              END-IF
           END-IF.

      * reads the whole work order file into BatchOrderTable,
      * sorting each order into its run phase: 1 for a RELEASE, 3
      * for a POOL= plan (with the prefix its client count sizes
      * to), 2 for everything else, including records too broken
      * to classify, which then fail in file order as before
         BATCHLOADORDERS.
           MOVE 0 TO BatchOrderCount
           MOVE "N" TO BatchOrdersLostSwitch
           MOVE "N" TO WorkOrderEOFSwitch
           OPEN INPUT WorkOrderFile
           IF WorkOrderFileStatus = "00" THEN
              PERFORM UNTIL NoMoreWorkOrders
                 READ WorkOrderFile
                    AT END
                       SET NoMoreWorkOrders TO TRUE
                    NOT AT END
                       IF BatchOrderCount < 2000 THEN
                          COMPUTE BatchOrderCount =
                             BatchOrderCount + 1
                          PERFORM BATCHCLASSIFYORDER
                       ELSE
                          SET BatchOrdersLost TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WorkOrderFile
           END-IF.

      * files the record just read as BatchOrderCount
         BATCHCLASSIFYORDER.
           MOVE WorkOrderRecord TO BatchOrdRecord(BatchOrderCount)
           MOVE BatchOrderCount TO BatchOrdLine(BatchOrderCount)
           MOVE 2 TO BatchOrdPhase(BatchOrderCount)
           MOVE SPACES TO BatchOrdPool(BatchOrderCount)
           MOVE 0 TO BatchOrdPrefix(BatchOrderCount)
           MOVE WorkOrderRecord TO WorkOrderFields
           PERFORM VALIDATEWORKORDER
           IF WorkOrderLayoutValid THEN
              IF TranIsRelease THEN
                 MOVE 1 TO BatchOrdPhase(BatchOrderCount)
              END-IF
              IF TranIsPlan AND WorkOrderIPText(1:5) = "POOL=" THEN
                 MOVE 3 TO BatchOrdPhase(BatchOrderCount)
                 MOVE WorkOrderIPText(6:8)
                    TO BatchOrdPool(BatchOrderCount)
                 PERFORM SIZEPROPOSEDBLOCK
                 MOVE ProposedPrefix
                    TO BatchOrdPrefix(BatchOrderCount)
              END-IF
           END-IF.

      * builds BatchSeqTable: phase 1 and phase 2 orders in file
      * order, then each phase 3 order inserted behind every pool
      * order that sorts ahead of it -- pool name, then prefix
      * length (the largest block has the shortest) -- so equal
      * orders keep their file order
         BATCHSEQUENCEORDERS.
           MOVE 0 TO BatchSeqCount
           MOVE 1 TO BatchPhaseWanted
           PERFORM BATCHSEQUENCEPHASE
           MOVE 2 TO BatchPhaseWanted
           PERFORM BATCHSEQUENCEPHASE
           COMPUTE BatchSeqPoolStart = BatchSeqCount + 1
           PERFORM VARYING BatchOrdIndex FROM 1 BY 1
                 UNTIL BatchOrdIndex > BatchOrderCount
              IF BatchOrdPhase(BatchOrdIndex) = 3 THEN
                 COMPUTE BatchSeqSlot = BatchSeqCount + 1
                 MOVE "N" TO BatchSeqSlotSwitch
                 PERFORM UNTIL BatchSeqSlotFound
                    IF BatchSeqSlot = BatchSeqPoolStart THEN
                       SET BatchSeqSlotFound TO TRUE
                    ELSE
                       MOVE BatchSeqEntry(BatchSeqSlot - 1)
                          TO BatchSeqIndex
                       IF BatchOrdPool(BatchSeqIndex) >
                             BatchOrdPool(BatchOrdIndex)
                          OR (BatchOrdPool(BatchSeqIndex) =
                             BatchOrdPool(BatchOrdIndex)
                          AND BatchOrdPrefix(BatchSeqIndex) >
                             BatchOrdPrefix(BatchOrdIndex)) THEN
                          MOVE BatchSeqIndex
                             TO BatchSeqEntry(BatchSeqSlot)
                          COMPUTE BatchSeqSlot = BatchSeqSlot - 1
                       ELSE
                          SET BatchSeqSlotFound TO TRUE
                       END-IF
                    END-IF
                 END-PERFORM
                 MOVE BatchOrdIndex TO BatchSeqEntry(BatchSeqSlot)
                 COMPUTE BatchSeqCount = BatchSeqCount + 1
              END-IF
           END-PERFORM.

      * appends every order of phase BatchPhaseWanted to the run
      * order in file order
         BATCHSEQUENCEPHASE.
           PERFORM VARYING BatchOrdIndex FROM 1 BY 1
                 UNTIL BatchOrdIndex > BatchOrderCount
              IF BatchOrdPhase(BatchOrdIndex) = BatchPhaseWanted THEN
                 COMPUTE BatchSeqCount = BatchSeqCount + 1
                 MOVE BatchOrdIndex TO BatchSeqEntry(BatchSeqCount)
              END-IF
           END-PERFORM.

      * checkpoint handling: checkpoints are appended during the
      * run and the last numeric record wins, so a run killed in
      * the middle of a checkpoint write can never destroy the
      * A clean finish truncates the file back to a single zero
         READCHECKPOINT.
           MOVE ZEROES TO CheckpointLastDone
           MOVE ZEROES TO CheckpointLastLine
           MOVE "N" TO CheckpointEOFSwitch
           OPEN INPUT CheckpointFile
           IF CheckpointStatus = "00" THEN
                       MOVE CheckpointRecord(1:5) TO CheckpointText
                       IF CheckpointText IS NUMERIC THEN
                          MOVE CheckpointText TO CheckpointLastDone
                          MOVE CheckpointRecord(6:5) TO CheckpointText
                          IF CheckpointText IS NUMERIC THEN
                             MOVE CheckpointText TO CheckpointLastLine
                          ELSE
                             MOVE CheckpointLastDone
                                TO CheckpointLastLine
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              OPEN OUTPUT CheckpointFile
           END-IF
           MOVE SPACES TO CheckpointRecord
           MOVE BatchSeqIndex TO CheckpointRecord(1:5)
           MOVE WorkOrderLineNumber TO CheckpointRecord(6:5)
           WRITE CheckpointRecord
           CLOSE CheckpointFile.

           MOVE "A" TO InvRecState
           MOVE CurrentDateOutput TO InvRecDate
           MOVE "-" TO InvRecOrder
           MOVE OperId TO InvRecRequester
           MOVE OperHomeSite TO InvRecSite
           PERFORM APPENDINVENTORY.

      * IPv6 prefix planning mode, mirrors the IPv4 HOST PRIORITY /
      * allocation released when a site is decommissioned -- the
      * subnet stays on file with status R so the history is kept
         INVENTORYMODE.
           MOVE "-" TO WorkOrderNumber
           MOVE OperId TO WorkOrderRequester
           MOVE OperHomeSite TO WorkOrderSiteCode
           MOVE 0 TO InvBrowseCount
           PERFORM OPENINVENTORYIN
           PERFORM UNTIL NoMoreInventory
              DISPLAY "Choice: " WITH NO ADVANCING
              MOVE "N" TO InvActionChoice
              ACCEPT InvActionChoice
              IF (InvActionChoice = "R" OR "C" OR "S" OR "M")
                    AND NOT OperCanMaintain THEN
                 MOVE "INVMAINT" TO OperFunctionText
                 PERFORM REFUSEFUNCTION
                 MOVE "N" TO InvActionChoice
              END-IF
              EVALUATE InvActionChoice
                 WHEN "R"
                    PERFORM RELEASEONESUBNET
                 NOT INVALID KEY
                    MOVE InventoryRecord TO InventoryWorkRecord
                    IF InvRecState = "A" OR InvRecState = "P" THEN
                       MOVE InventoryWorkRecord TO JrnBeforeImage
                       MOVE "R" TO InvRecState
                       MOVE SPACES TO InvRecExpiry
                       MOVE InventoryWorkRecord TO InventoryRecord
                       REWRITE InventoryRecord
                       SET InvEntryFound TO TRUE
                       MOVE "RELEASE" TO JrnAction
                       MOVE InventoryWorkRecord TO JrnAfterImage
                       PERFORM JOURNALWRITE
                    END-IF
              END-READ
              PERFORM CLOSEINVENTORYIO
           END-IF
           IF InvEntryFound THEN
              PERFORM VLANFREEFORNET
           END-IF.

      * confirms a pending reservation to a committed allocation:
                 NOT INVALID KEY
                    MOVE InventoryRecord TO InventoryWorkRecord
                    IF InvRecState = "P" THEN
                       MOVE InventoryWorkRecord TO JrnBeforeImage
                       MOVE "A" TO InvRecState
                       MOVE SPACES TO InvRecExpiry
                       MOVE InventoryWorkRecord TO InventoryRecord
                       REWRITE InventoryRecord
                       SET InvEntryFound TO TRUE
                       MOVE "CONFIRM" TO JrnAction
                       MOVE InventoryWorkRecord TO JrnAfterImage
                       PERFORM JOURNALWRITE
                    END-IF
              END-READ
              PERFORM CLOSEINVENTORYIO
              INVALID KEY
                 PERFORM SPLITREUSEUPPER
              NOT INVALID KEY
                 MOVE "SPLIT" TO JrnAction
                 MOVE SPACES TO JrnBeforeImage
                 MOVE InventoryWorkRecord TO JrnAfterImage
                 PERFORM JOURNALWRITE
                 PERFORM SPLITNARROWPARENT
           END-WRITE.

              NOT INVALID KEY
                 MOVE InventoryRecord TO InventoryWorkRecord
                 IF InvRecState = "R" THEN
                    MOVE InventoryWorkRecord TO JrnBeforeImage
                    MOVE InvPendingRecord TO InventoryWorkRecord
                    MOVE InventoryWorkRecord TO InventoryRecord
                    REWRITE InventoryRecord
                    MOVE "SPLIT" TO JrnAction
                    MOVE InventoryWorkRecord TO JrnAfterImage
                    PERFORM JOURNALWRITE
                    PERFORM SPLITNARROWPARENT
                 ELSE
                    MOVE InvPendingRecord TO InventoryWorkRecord
                 CONTINUE
              NOT INVALID KEY
                 MOVE InventoryRecord TO InventoryWorkRecord
                 MOVE InventoryWorkRecord TO JrnBeforeImage
                 COMPUTE InvRecPrefix = SplitPrefix + 1
                 IF SplitNewClients > 99999999 THEN
                    MOVE 99999999 TO InvRecClients
                 MOVE InventoryWorkRecord TO InventoryRecord
                 REWRITE InventoryRecord
                 SET SplitDone TO TRUE
                 MOVE "SPLIT" TO JrnAction
                 MOVE InventoryWorkRecord TO JrnAfterImage
                 PERFORM JOURNALWRITE
           END-READ.

      * merges two adjacent released blocks of equal size into
                          AND InvRecType NOT = "6"
                          AND InvRecPrefix = SplitPrefix THEN
                       DELETE InventoryFile RECORD
                       MOVE "MERGE" TO JrnAction
                       MOVE InventoryWorkRecord TO JrnBeforeImage
                       MOVE SPACES TO JrnAfterImage
                       PERFORM JOURNALWRITE
                       PERFORM MERGEWIDENLOWER
                    ELSE
                       DISPLAY
                 CONTINUE
              NOT INVALID KEY
                 MOVE InventoryRecord TO InventoryWorkRecord
                 MOVE InventoryWorkRecord TO JrnBeforeImage
                 COMPUTE InvRecPrefix = SplitPrefix - 1
                 COMPUTE SplitNewClients = MergeParentBlock - 2
                 IF SplitNewClients > 99999999 THEN
                 MOVE InventoryWorkRecord TO InventoryRecord
                 REWRITE InventoryRecord
                 SET SplitDone TO TRUE
                 MOVE "MERGE" TO JrnAction
                 MOVE InventoryWorkRecord TO JrnAfterImage
                 PERFORM JOURNALWRITE
           END-READ.

      * lists every reservation already past its expiry date so
      * the inventory, and whatever space is left over is reported
         VLSMMODE.
           MOVE "-" TO WorkOrderNumber
           MOVE OperId TO WorkOrderRequester
           MOVE OperHomeSite TO WorkOrderSiteCode
           SET IPIsInvalid TO TRUE
           PERFORM UNTIL IPIsValid
              DISPLAY "Type in the base network address: "
                  InvReleaseTarget DELIMITED BY SPACE
                  " OldPrefix=" DELIMITED BY SIZE
                  SplitPrefix DELIMITED BY SIZE
                  " Oper=" DELIMITED BY SIZE
                  OperId DELIMITED BY SPACE
                  " Mode=SPLT" DELIMITED BY SIZE
                  INTO AuditLogLine
           PERFORM AUDITLOGWRITE.

      * audit line for a merge, likewise tagged for the by-mode
      * breakdown
                  InvReleaseTarget DELIMITED BY SPACE
                  " OldPrefix=" DELIMITED BY SIZE
                  SplitPrefix DELIMITED BY SIZE
                  " Oper=" DELIMITED BY SIZE
                  OperId DELIMITED BY SPACE
                  " Mode=MRGE" DELIMITED BY SIZE
                  INTO AuditLogLine
           PERFORM AUDITLOGWRITE.

      * reads the audit log back, selects lines whose RunDateTime
      * stamp falls in the requested range, and writes a summary
                          AuditV6Count AuditSnetCount
                          AuditPoolCount AuditSplitCount
                          AuditMergeCount AuditUntaggedCount
                          AuditDenyCount
           MOVE ZEROES TO AuditHostsTotal AuditSubnetsTotal
           MOVE 0 TO AuditMonthCount
           MOVE "N" TO AuditMonthLostSwitch
                    COMPUTE AuditSplitCount = AuditSplitCount + 1
                 WHEN "MRGE"
                    COMPUTE AuditMergeCount = AuditMergeCount + 1
                 WHEN "DENY"
                    COMPUTE AuditDenyCount = AuditDenyCount + 1
                 WHEN OTHER
                    COMPUTE AuditUntaggedCount =
                       AuditUntaggedCount + 1
              AuditCountOutput DELIMITED BY SIZE
              INTO AuditReportLine
           WRITE AuditReportLine
           MOVE AuditDenyCount TO AuditCountOutput
           MOVE SPACES TO AuditReportLine
           STRING "  Refused: " DELIMITED BY SIZE
              AuditCountOutput DELIMITED BY SIZE
              INTO AuditReportLine
           WRITE AuditReportLine
           MOVE AuditUntaggedCount TO AuditCountOutput
           MOVE SPACES TO AuditReportLine
           STRING "  Untagged: " DELIMITED BY SIZE
                 CLOSE AuditLogFile
                 CLOSE AuditTempFile
                 IF ArchiveOpenMonth NOT = SPACES THEN
                    PERFORM ARCHIVEWRITETRAILER
                    CLOSE ArchiveFile
                 END-IF
                 PERFORM ARCHIVEREWRITELIVE
      * routes one audit line: older than the cutoff goes to its
      * month's archive, the rest is kept for the live log.  A
      * line with no readable date stamp is kept rather than
      * thrown into a misnamed archive.  Each month's archive is
      * closed off with a trailer counting what this pass put in
         ARCHIVEONELINE.
           MOVE AuditLogLine(1:8) TO AuditLineDate
           IF AuditLineDate IS NUMERIC
                 AND AuditLineDate < ArchiveCutoff THEN
              IF AuditLineDate(1:6) NOT = ArchiveOpenMonth THEN
                 IF ArchiveOpenMonth NOT = SPACES THEN
                    PERFORM ARCHIVEWRITETRAILER
                    CLOSE ArchiveFile
                 END-IF
                 MOVE ZEROES TO ArchiveMonthLines ArchiveFirstSeq
                                ArchiveLastSeq
                 MOVE AuditLineDate(1:6) TO ArchiveOpenMonth
                 MOVE SPACES TO ArchiveFileName
                 STRING "subnetcalc-" DELIMITED BY SIZE
              MOVE AuditLogLine TO ArchiveLine
              WRITE ArchiveLine
              COMPUTE ArchiveMovedCount = ArchiveMovedCount + 1
              COMPUTE ArchiveMonthLines = ArchiveMonthLines + 1
              MOVE AuditLogLine TO ChkLine
              PERFORM AUDITFINDSEQ
              IF AuditSeqFound THEN
                 IF ArchiveFirstSeq = 0 THEN
                    MOVE AuditLineSeq TO ArchiveFirstSeq
                 END-IF
                 MOVE AuditLineSeq TO ArchiveLastSeq
              END-IF
           ELSE
              MOVE AuditLogLine TO AuditTempLine
              WRITE AuditTempLine
              END-PERFORM
              CLOSE ArchiveFile
           END-IF.

      * inventory change history: H lists every journal record
      * touching one network, oldest first; A rebuilds the
      * inventory as it stood at the close of a given date into
      * invasof.txt
         INVHISTORYMODE.
           DISPLAY "H=list one network's history, ",
      -       "A=rebuild inventory as of a date, N=none"
           DISPLAY "Choice: " WITH NO ADVANCING
           MOVE "N" TO JrnHistoryChoice
           ACCEPT JrnHistoryChoice
           EVALUATE JrnHistoryChoice
              WHEN "H"
                 PERFORM JRNHISTORYLIST
              WHEN "A"
                 PERFORM JRNASOFREBUILD
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * lists the before and after images of every change made to
      * the network keyed in, in the order they were journaled
         JRNHISTORYLIST.
           DISPLAY "Network address: " WITH NO ADVANCING
           MOVE SPACES TO JrnHistoryKey
           ACCEPT JrnHistoryKey
           MOVE ZEROES TO JrnHistoryCount
           MOVE "N" TO JournalEOFSwitch
           OPEN INPUT JournalFile
           IF JournalStatus NOT = "00" THEN
              DISPLAY "No change journal on file, status ",
      -            JournalStatus
           ELSE
              PERFORM UNTIL NoMoreJournal
                 READ JournalFile
                    AT END
                       SET NoMoreJournal TO TRUE
                    NOT AT END
                       MOVE JournalLine TO JournalWorkRecord
                       IF JrnBeforeImage(1:39) = JrnHistoryKey
                             OR JrnAfterImage(1:39) = JrnHistoryKey
                       THEN
                          IF JrnHistoryCount = 0 THEN
                             DISPLAY "//CHANGE HISTORY//"
                          END-IF
                          COMPUTE JrnHistoryCount =
                             JrnHistoryCount + 1
                          PERFORM JRNHISTORYONE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JournalFile
              IF JrnHistoryCount = 0 THEN
                 DISPLAY "No journaled changes for that network."
              ELSE
                 MOVE JrnHistoryCount TO InvBrowseCountOutput
                 DISPLAY "Changes on file: ", InvBrowseCountOutput
              END-IF
           END-IF.

      * one history entry: the stamp line, then the before and
      * after images; an add has no before and a merge's delete
      * has no after, so those legs say so rather than print blanks
         JRNHISTORYONE.
           MOVE SPACES TO DisplayLine
           MOVE 1 TO DisplayLinePointer
           STRING JrnDate DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              JrnTime(1:6) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              JrnAction DELIMITED BY SPACE
              " Order=" DELIMITED BY SIZE
              JrnOrder DELIMITED BY SPACE
              " Oper=" DELIMITED BY SIZE
              JrnOperator DELIMITED BY SPACE
              INTO DisplayLine
              WITH POINTER DisplayLinePointer
           DISPLAY DisplayLine(1:DisplayLinePointer - 1)
           MOVE "  Before: " TO JrnImageLabel
           IF JrnBeforeImage = SPACES THEN
              DISPLAY JrnImageLabel, "(none)"
           ELSE
              MOVE JrnBeforeImage TO InventoryWorkRecord
              PERFORM JRNIMAGELINE
           END-IF
           MOVE "  After:  " TO JrnImageLabel
           IF JrnAfterImage = SPACES THEN
              DISPLAY JrnImageLabel, "(removed)"
           ELSE
              MOVE JrnAfterImage TO InventoryWorkRecord
              PERFORM JRNIMAGELINE
           END-IF.

      * one journaled image, laid out from InventoryWorkRecord
      * under the label left in JrnImageLabel
         JRNIMAGELINE.
           MOVE SPACES TO DisplayLine
           MOVE 1 TO DisplayLinePointer
           STRING JrnImageLabel DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              INTO DisplayLine
              WITH POINTER DisplayLinePointer
           IF InvRecType = "6" THEN
              STRING InvRecPrefix DELIMITED BY SIZE
                 INTO DisplayLine
                 WITH POINTER DisplayLinePointer
           ELSE
              STRING InvRecPrefix(2:2) DELIMITED BY SIZE
                 INTO DisplayLine
                 WITH POINTER DisplayLinePointer
           END-IF
           STRING " Clients=" DELIMITED BY SIZE
              InvRecClients DELIMITED BY SIZE
              " Status=" DELIMITED BY SIZE
              InvRecState DELIMITED BY SIZE
              " Added=" DELIMITED BY SIZE
              InvRecDate DELIMITED BY SIZE
              " Order=" DELIMITED BY SIZE
              InvRecOrder DELIMITED BY SIZE
              " Requester=" DELIMITED BY SIZE
              InvRecRequester DELIMITED BY SIZE
              " Site=" DELIMITED BY SIZE
              InvRecSite DELIMITED BY SIZE
              INTO DisplayLine
              WITH POINTER DisplayLinePointer
           DISPLAY DisplayLine(1:DisplayLinePointer - 1).

      * rebuilds the inventory as of the close of a date: the
      * journal is read once to pick up, for every key changed
      * after that date, the before image of its earliest such
      * change; the master is then walked, and each key either
      * takes that image (blank when the key did not yet exist)
      * or, left alone since, its current record.  Keys since
      * removed by a merge come from the table alone
         JRNASOFREBUILD.
           DISPLAY "Rebuild inventory as of (YYYYMMDD): "
      -       WITH NO ADVANCING
           MOVE SPACES TO JrnAsOfDate
           ACCEPT JrnAsOfDate
           IF JrnAsOfDate IS NOT NUMERIC THEN
              DISPLAY "ERROR: enter a date as YYYYMMDD."
           ELSE
              MOVE 0 TO AsOfCount
              MOVE ZEROES TO AsOfListedCount
              MOVE "N" TO AsOfOverflowSwitch
              MOVE "N" TO JournalEOFSwitch
              OPEN INPUT JournalFile
              IF JournalStatus = "00" THEN
                 PERFORM UNTIL NoMoreJournal
                    READ JournalFile
                       AT END
                          SET NoMoreJournal TO TRUE
                       NOT AT END
                          MOVE JournalLine TO JournalWorkRecord
                          IF JrnDate > JrnAsOfDate THEN
                             PERFORM JRNASOFTAKE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE JournalFile
              END-IF
              IF AsOfOverflow THEN
                 DISPLAY "WARNING: more than 2000 networks ",
      -            "changed since that date; the rebuild is ",
      -            "NOT complete"
              END-IF
              OPEN OUTPUT AsOfReportFile
              IF AsOfReportStatus NOT = "00" THEN
                 DISPLAY "ERROR: cannot open invasof.txt, status ",
                    AsOfReportStatus
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE SPACES TO AsOfReportLine
                 STRING "//INVENTORY AS OF " DELIMITED BY SIZE
                    JrnAsOfDate DELIMITED BY SIZE
                    "//" DELIMITED BY SIZE
                    INTO AsOfReportLine
                 WRITE AsOfReportLine
                 PERFORM OPENINVENTORYIN
                 PERFORM UNTIL NoMoreInventory
                    READ InventoryFile NEXT
                       AT END
                          SET NoMoreInventory TO TRUE
                       NOT AT END
                          MOVE InventoryRecord TO InventoryWorkRecord
                          PERFORM JRNASOFCURRENT
                    END-READ
                 END-PERFORM
                 CLOSE InventoryFile
                 PERFORM VARYING AsOfIndex FROM 1 BY 1
                       UNTIL AsOfIndex > AsOfCount
                    IF AsOfSeenFlag(AsOfIndex) = "N"
                          AND AsOfImage(AsOfIndex) NOT = SPACES THEN
                       MOVE AsOfImage(AsOfIndex) TO InventoryWorkRecord
                       PERFORM JRNASOFWRITE
                    END-IF
                 END-PERFORM
                 MOVE AsOfListedCount TO InvBrowseCountOutput
                 MOVE SPACES TO AsOfReportLine
                 STRING "Allocations on file as of that date: "
                    DELIMITED BY SIZE
                    InvBrowseCountOutput DELIMITED BY SIZE
                    INTO AsOfReportLine
                 WRITE AsOfReportLine
                 CLOSE AsOfReportFile
                 DISPLAY "As-of inventory written to invasof.txt, ",
      -               InvBrowseCountOutput, " allocation(s)"
              END-IF
           END-IF.

      * files the before image of a post-date change under its
      * key, unless an earlier post-date change of that key is
      * already held -- only the first one shows the as-of state
         JRNASOFTAKE.
           IF JrnBeforeImage = SPACES THEN
              MOVE JrnAfterImage(1:39) TO JrnImageKey
           ELSE
              MOVE JrnBeforeImage(1:39) TO JrnImageKey
           END-IF
           MOVE "N" TO AsOfMatchFlag
           PERFORM VARYING AsOfIndex FROM 1 BY 1
                 UNTIL AsOfIndex > AsOfCount OR AsOfMatched
              IF AsOfKey(AsOfIndex) = JrnImageKey THEN
                 SET AsOfMatched TO TRUE
              END-IF
           END-PERFORM
           IF NOT AsOfMatched THEN
              IF AsOfCount < 2000 THEN
                 COMPUTE AsOfCount = AsOfCount + 1
                 MOVE JrnImageKey TO AsOfKey(AsOfCount)
                 MOVE JrnBeforeImage TO AsOfImage(AsOfCount)
                 MOVE "N" TO AsOfSeenFlag(AsOfCount)
              ELSE
                 SET AsOfOverflow TO TRUE
              END-IF
           END-IF.

      * decides what the current master record contributes to the
      * as-of listing: the held image if the key changed after
      * the date, otherwise the record itself provided it had
      * been added by then
         JRNASOFCURRENT.
           MOVE "N" TO AsOfMatchFlag
           PERFORM VARYING AsOfIndex FROM 1 BY 1
                 UNTIL AsOfIndex > AsOfCount OR AsOfMatched
              IF AsOfKey(AsOfIndex) = InvRecNetwork THEN
                 SET AsOfMatched TO TRUE
                 MOVE "Y" TO AsOfSeenFlag(AsOfIndex)
                 IF AsOfImage(AsOfIndex) NOT = SPACES THEN
                    MOVE AsOfImage(AsOfIndex)
                       TO InventoryWorkRecord
                    PERFORM JRNASOFWRITE
                 END-IF
              END-IF
           END-PERFORM
           IF NOT AsOfMatched THEN
              IF InvRecDate IS NOT NUMERIC
                    OR InvRecDate NOT > JrnAsOfDate THEN
                 PERFORM JRNASOFWRITE
              END-IF
           END-IF.

      * one as-of listing line from InventoryWorkRecord
         JRNASOFWRITE.
           COMPUTE AsOfListedCount = AsOfListedCount + 1
           MOVE SPACES TO DisplayLine
           MOVE 1 TO DisplayLinePointer
           STRING InvRecNetwork DELIMITED BY SPACE
              " /" DELIMITED BY SIZE
              INTO DisplayLine
              WITH POINTER DisplayLinePointer
           IF InvRecType = "6" THEN
              STRING InvRecPrefix DELIMITED BY SIZE
                 INTO DisplayLine
                 WITH POINTER DisplayLinePointer
           ELSE
              STRING InvRecPrefix(2:2) DELIMITED BY SIZE
                 INTO DisplayLine
                 WITH POINTER DisplayLinePointer
           END-IF
           STRING " Clients=" DELIMITED BY SIZE
              InvRecClients DELIMITED BY SIZE
              " Status=" DELIMITED BY SIZE
              InvRecState DELIMITED BY SIZE
              " Added=" DELIMITED BY SIZE
              InvRecDate DELIMITED BY SIZE
              " Order=" DELIMITED BY SIZE
              InvRecOrder DELIMITED BY SIZE
              " Requester=" DELIMITED BY SIZE
              InvRecRequester DELIMITED BY SIZE
              " Site=" DELIMITED BY SIZE
              InvRecSite DELIMITED BY SIZE
              INTO DisplayLine
              WITH POINTER DisplayLinePointer
           MOVE SPACES TO AsOfReportLine
           MOVE DisplayLine(1:DisplayLinePointer - 1)
              TO AsOfReportLine
           WRITE AsOfReportLine.

      * month-end chargeback: every IPv4 inventory entry held for
      * any part of the billing month is priced from the rate
      * table by site, active and reserved space apart, and the
      * totals are written by site and by requester to
      * chargeback.txt and by site and requester pair to the
      * finance load file chargeback.dat
         CHARGEBACKMODE.
           DISPLAY "Billing month (YYYYMM): " WITH NO ADVANCING
           MOVE SPACES TO ChgMonth
           ACCEPT ChgMonth
           MOVE 0 TO ChgMonthNum
           IF ChgMonth IS NUMERIC THEN
              MOVE ChgMonth(5:2) TO ChgMonthNum
           END-IF
           IF ChgMonthNum < 1 OR ChgMonthNum > 12 THEN
              DISPLAY "ERROR: enter a month as YYYYMM."
           ELSE
              PERFORM CHGLOADRATES
              IF ChgRateCount = 0 THEN
                 DISPLAY "No rates on file in chargerates.dat; ",
      -             "nothing was billed."
              ELSE
                 MOVE ChgMonth(1:4) TO DateWorkYear
                 MOVE ChgMonthNum TO DateWorkMonth
                 PERFORM SETMONTHLENGTH
                 MOVE DateMonthLen TO ChgMonthDays
                 MOVE SPACES TO ChgMonthStart ChgMonthEnd
                 STRING ChgMonth DELIMITED BY SIZE
                    "01" DELIMITED BY SIZE
                    INTO ChgMonthStart
                 STRING ChgMonth DELIMITED BY SIZE
                    ChgMonthDays DELIMITED BY SIZE
                    INTO ChgMonthEnd
                 MOVE ZEROES TO ChgReadCount ChgBilledCount
                                ChgV6Count ChgUnpricedCount
                 MOVE ZEROES TO ChgTotActEquiv ChgTotResEquiv
                                ChgTotActCharge ChgTotResCharge
                 MOVE 0 TO ChgSiteCount ChgReqCount ChgPairCount
                 MOVE "N" TO ChgOverflowSwitch
                 PERFORM CHGOPENOUTPUTS
                 IF ChargeReportStatus = "00"
                       AND ChargeFileStatus = "00" THEN
                    PERFORM CHGLOADEVENTS
                    PERFORM OPENINVENTORYIN
                    PERFORM UNTIL NoMoreInventory
                       READ InventoryFile NEXT
                          AT END
                             SET NoMoreInventory TO TRUE
                          NOT AT END
                             MOVE InventoryRecord
                                TO InventoryWorkRecord
                             PERFORM CHGONERECORD
                       END-READ
                    END-PERFORM
                    CLOSE InventoryFile
                    PERFORM CHGLEFTOVERKEYS
                    PERFORM CHGWRITEREPORT
                    PERFORM CHGWRITEFILE
                    MOVE ChgBilledCount TO ChgCountOutput
                    DISPLAY "Chargeback written to chargeback.txt ",
      -                "and chargeback.dat, ", ChgCountOutput,
      -                " holding period(s) billed"
                    IF ChgTableFull THEN
                       DISPLAY "WARNING: more journal changes, ",
      -                  "sites or requesters than the tables ",
      -                  "hold; the run is NOT complete"
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * opens the printed report and the finance load file before
      * anything is billed; finance must never pick up a load file
      * from a run that could not write it, so either failing ends
      * the run with return code 8
         CHGOPENOUTPUTS.
           OPEN OUTPUT ChargeReportFile
           IF ChargeReportStatus NOT = "00" THEN
              DISPLAY "ERROR: cannot open chargeback.txt, status ",
      -               ChargeReportStatus
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT ChargeFile
              IF ChargeFileStatus NOT = "00" THEN
                 DISPLAY "ERROR: cannot open chargeback.dat, ",
      -                  "status ", ChargeFileStatus
                 MOVE 8 TO RETURN-CODE
                 CLOSE ChargeReportFile
              END-IF
           END-IF.

      * reads the rate table into ChgRateTable; a rate field that
      * is not a plain number is taken as zero
         CHGLOADRATES.
           MOVE 0 TO ChgRateCount
           MOVE "N" TO ChargeRateEOFSwitch
           OPEN INPUT ChargeRateFile
           IF ChargeRateStatus NOT = "00" THEN
              SET NoMoreChargeRates TO TRUE
           END-IF
           PERFORM UNTIL NoMoreChargeRates
              READ ChargeRateFile
                 AT END
                    SET NoMoreChargeRates TO TRUE
                 NOT AT END
                    IF ChgRateCount < 20
                          AND ChargeRateRecord(1:8) NOT = SPACES
                    THEN
                       COMPUTE ChgRateCount = ChgRateCount + 1
                       MOVE ChargeRateRecord(1:8)
                          TO ChgRateSite(ChgRateCount)
                       MOVE ChargeRateRecord(9:8) TO NumFieldIn
                       PERFORM CONVERTNUMFIELD
                       IF NumFieldValid THEN
                          COMPUTE ChgRateActive(ChgRateCount) =
                             NumFieldValue / 100
                       ELSE
                          MOVE ZEROES TO ChgRateActive(ChgRateCount)
                       END-IF
                       MOVE ChargeRateRecord(17:8) TO NumFieldIn
                       PERFORM CONVERTNUMFIELD
                       IF NumFieldValid THEN
                          COMPUTE ChgRateHeld(ChgRateCount) =
                             NumFieldValue / 100
                       ELSE
                          MOVE ZEROES TO ChgRateHeld(ChgRateCount)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ChargeRateFile.

      * loads every change journaled on or after the first of the
      * month, in the order it was made; changes after the month
      * are kept too, since the first of them still gives the
      * key's state on the first
         CHGLOADEVENTS.
           MOVE 0 TO ChgEventCount
           MOVE "N" TO JournalEOFSwitch
           OPEN INPUT JournalFile
           IF JournalStatus = "00" THEN
              PERFORM UNTIL NoMoreJournal
                 READ JournalFile
                    AT END
                       SET NoMoreJournal TO TRUE
                    NOT AT END
                       MOVE JournalLine TO JournalWorkRecord
                       IF JrnDate NOT < ChgMonthStart THEN
                          PERFORM CHGTAKEEVENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JournalFile
           END-IF.

      * files one journaled change under the key it touched; an
      * add has only an after image and a merge's deleted half
      * only a before image
         CHGTAKEEVENT.
           IF ChgEventCount < 3000 THEN
              COMPUTE ChgEventCount = ChgEventCount + 1
              IF JrnBeforeImage(1:39) NOT = SPACES THEN
                 MOVE JrnBeforeImage(1:39)
                    TO ChgEvtKey(ChgEventCount)
              ELSE
                 MOVE JrnAfterImage(1:39) TO ChgEvtKey(ChgEventCount)
              END-IF
              MOVE JrnDate TO ChgEvtDate(ChgEventCount)
              MOVE JrnBeforeImage TO ChgEvtBefore(ChgEventCount)
              MOVE JrnAfterImage TO ChgEvtAfter(ChgEventCount)
              MOVE "N" TO ChgEvtDone(ChgEventCount)
           ELSE
              SET ChgTableFull TO TRUE
           END-IF.

      * bills one inventory master entry: its state on the first
      * is the before image of its first change since, or the
      * record itself when nothing has changed it
         CHGONERECORD.
           COMPUTE ChgReadCount = ChgReadCount + 1
           IF InvRecType = "6" THEN
              COMPUTE ChgV6Count = ChgV6Count + 1
           END-IF
           MOVE InvRecNetwork TO ChgKey
           MOVE InventoryWorkRecord TO ChgStateImage
           MOVE "N" TO ChgMatchFlag
           PERFORM VARYING ChgEventIndex FROM 1 BY 1
                 UNTIL ChgEventIndex > ChgEventCount OR ChgMatched
              IF ChgEvtKey(ChgEventIndex) = ChgKey THEN
                 SET ChgMatched TO TRUE
                 MOVE ChgEvtBefore(ChgEventIndex) TO ChgStateImage
              END-IF
           END-PERFORM
           PERFORM CHGBILLKEY.

      * keys journaled in or after the month that are no longer on
      * the master -- the upper half a merge deleted -- are billed
      * from the journal alone
         CHGLEFTOVERKEYS.
           PERFORM VARYING ChgLeftIndex FROM 1 BY 1
                 UNTIL ChgLeftIndex > ChgEventCount
              IF ChgEvtDone(ChgLeftIndex) = "N" THEN
                 MOVE ChgEvtKey(ChgLeftIndex) TO ChgKey
                 MOVE ChgEvtBefore(ChgLeftIndex) TO ChgStateImage
                 PERFORM CHGBILLKEY
              END-IF
           END-PERFORM.

      * walks ChgKey through the month from the state in
      * ChgStateImage: each change inside the month closes the
      * holding period before it and opens the next.  A period
      * starts on its change day or on the entry's added date if
      * that is later than the first
         CHGBILLKEY.
           MOVE 1 TO ChgSegStart
           IF ChgStateImage NOT = SPACES THEN
              MOVE ChgStateImage TO InventoryWorkRecord
              IF InvRecDate IS NUMERIC THEN
                 IF InvRecDate > ChgMonthEnd THEN
                    MOVE SPACES TO ChgStateImage
                 ELSE
                    IF InvRecDate NOT < ChgMonthStart THEN
                       MOVE InvRecDate(7:2) TO ChgSegStart
                    END-IF
                 END-IF
              END-IF
           END-IF
           PERFORM VARYING ChgEventIndex FROM 1 BY 1
                 UNTIL ChgEventIndex > ChgEventCount
              IF ChgEvtKey(ChgEventIndex) = ChgKey THEN
                 MOVE "Y" TO ChgEvtDone(ChgEventIndex)
                 IF ChgEvtDate(ChgEventIndex) NOT > ChgMonthEnd THEN
                    PERFORM CHGKEYEVENT
                 END-IF
              END-IF
           END-PERFORM
           MOVE ChgMonthDays TO ChgEndDay
           PERFORM CHGBILLSEGMENT.

      * one change inside the month.  A holder who gives the
      * space up is billed through the day of the change; when
      * the space passes straight to another holding -- a reuse,
      * a requester change, a confirmation, a split -- the new
      * period takes that day instead
         CHGKEYEVENT.
           MOVE ChgEvtDate(ChgEventIndex)(7:2) TO ChgEventDay
           MOVE ChgEvtAfter(ChgEventIndex) TO ChgNextImage
           MOVE "N" TO ChgNextHeldSwitch
           IF ChgNextImage NOT = SPACES
                 AND (ChgNextImage(52:1) = "A"
                 OR ChgNextImage(52:1) = "P") THEN
              SET ChgNextHeld TO TRUE
           END-IF
           IF ChgNextHeld THEN
              COMPUTE ChgEndDay = ChgEventDay - 1
           ELSE
              MOVE ChgEventDay TO ChgEndDay
           END-IF
           PERFORM CHGBILLSEGMENT
           MOVE ChgNextImage TO ChgStateImage
           MOVE ChgEventDay TO ChgSegStart.

      * prices the holding period from ChgSegStart to ChgEndDay
      * when the state in ChgStateImage is active or reserved
         CHGBILLSEGMENT.
           MOVE "N" TO ChgCategory
           IF ChgStateImage NOT = SPACES THEN
              MOVE ChgStateImage TO InventoryWorkRecord
              MOVE ChgSegStart TO ChgStartDay
              EVALUATE InvRecState
                 WHEN "A"
                    SET ChgIsActive TO TRUE
                 WHEN "P"
                    SET ChgIsReserved TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF NOT ChgNotBilled
                    AND InvRecType NOT = "6"
                    AND ChgEndDay NOT < ChgStartDay
                    AND InvRecPrefix NOT > 32 THEN
                 PERFORM CHGPRICERECORD
              END-IF
           END-IF.

      * prices one entry's prorated /24 equivalents at its site's
      * rate and adds them into the site, requester, and pair
      * totals
         CHGPRICERECORD.
           COMPUTE ChgHostBits = 32 - InvRecPrefix
           MOVE 1 TO ChgAddresses
           PERFORM ChgHostBits TIMES
              COMPUTE ChgAddresses = ChgAddresses * 2
           END-PERFORM
           COMPUTE ChgDaysHeld = ChgEndDay - ChgStartDay + 1
           COMPUTE ChgEquiv ROUNDED =
              (ChgAddresses * ChgDaysHeld) / (256 * ChgMonthDays)
           PERFORM CHGFINDRATE
           MOVE ZEROES TO ChgAddActEquiv ChgAddResEquiv
                          ChgAddActCharge ChgAddResCharge
           IF ChgIsActive THEN
              MOVE ChgActiveRate TO ChgRate
              COMPUTE ChgAmount ROUNDED = ChgEquiv * ChgRate
              MOVE ChgEquiv TO ChgAddActEquiv
              MOVE ChgAmount TO ChgAddActCharge
           ELSE
              MOVE ChgHeldRate TO ChgRate
              COMPUTE ChgAmount ROUNDED = ChgEquiv * ChgRate
              MOVE ChgEquiv TO ChgAddResEquiv
              MOVE ChgAmount TO ChgAddResCharge
           END-IF
           COMPUTE ChgBilledCount = ChgBilledCount + 1
           COMPUTE ChgTotActEquiv = ChgTotActEquiv + ChgAddActEquiv
           COMPUTE ChgTotResEquiv = ChgTotResEquiv + ChgAddResEquiv
           COMPUTE ChgTotActCharge =
              ChgTotActCharge + ChgAddActCharge
           COMPUTE ChgTotResCharge =
              ChgTotResCharge + ChgAddResCharge
           PERFORM CHGADDSITE
           PERFORM CHGADDREQUESTER
           PERFORM CHGADDPAIR.

      * the entry's own site rate, else the DEFAULT line; a site
      * with neither is billed at zero and counted as unpriced
         CHGFINDRATE.
           MOVE ZEROES TO ChgActiveRate ChgHeldRate
           MOVE "N" TO ChgRateFoundSwitch
           PERFORM VARYING ChgRateIndex FROM 1 BY 1
                 UNTIL ChgRateIndex > ChgRateCount OR ChgRateFound
              IF ChgRateSite(ChgRateIndex) = InvRecSite THEN
                 SET ChgRateFound TO TRUE
                 MOVE ChgRateActive(ChgRateIndex) TO ChgActiveRate
                 MOVE ChgRateHeld(ChgRateIndex) TO ChgHeldRate
              END-IF
           END-PERFORM
           PERFORM VARYING ChgRateIndex FROM 1 BY 1
                 UNTIL ChgRateIndex > ChgRateCount OR ChgRateFound
              IF ChgRateSite(ChgRateIndex) = "DEFAULT" THEN
                 SET ChgRateFound TO TRUE
                 MOVE ChgRateActive(ChgRateIndex) TO ChgActiveRate
                 MOVE ChgRateHeld(ChgRateIndex) TO ChgHeldRate
              END-IF
           END-PERFORM
           IF NOT ChgRateFound THEN
              COMPUTE ChgUnpricedCount = ChgUnpricedCount + 1
           END-IF.

      * adds the entry just priced into its site's totals
         CHGADDSITE.
           MOVE "N" TO ChgMatchFlag
           PERFORM VARYING ChgSiteIndex FROM 1 BY 1
                 UNTIL ChgSiteIndex > ChgSiteCount OR ChgMatched
              IF ChgSiteKey(ChgSiteIndex) = InvRecSite THEN
                 SET ChgMatched TO TRUE
                 COMPUTE ChgSiteActEquiv(ChgSiteIndex) =
                    ChgSiteActEquiv(ChgSiteIndex) + ChgAddActEquiv
                 COMPUTE ChgSiteResEquiv(ChgSiteIndex) =
                    ChgSiteResEquiv(ChgSiteIndex) + ChgAddResEquiv
                 COMPUTE ChgSiteActCharge(ChgSiteIndex) =
                    ChgSiteActCharge(ChgSiteIndex) + ChgAddActCharge
                 COMPUTE ChgSiteResCharge(ChgSiteIndex) =
                    ChgSiteResCharge(ChgSiteIndex) + ChgAddResCharge
              END-IF
           END-PERFORM
           IF NOT ChgMatched THEN
              IF ChgSiteCount < 50 THEN
                 COMPUTE ChgSiteCount = ChgSiteCount + 1
                 MOVE InvRecSite TO ChgSiteKey(ChgSiteCount)
                 MOVE ChgAddActEquiv TO ChgSiteActEquiv(ChgSiteCount)
                 MOVE ChgAddResEquiv TO ChgSiteResEquiv(ChgSiteCount)
                 MOVE ChgAddActCharge
                    TO ChgSiteActCharge(ChgSiteCount)
                 MOVE ChgAddResCharge
                    TO ChgSiteResCharge(ChgSiteCount)
              ELSE
                 SET ChgTableFull TO TRUE
              END-IF
           END-IF.

      * adds the entry just priced into its requester's totals
         CHGADDREQUESTER.
           MOVE "N" TO ChgMatchFlag
           PERFORM VARYING ChgReqIndex FROM 1 BY 1
                 UNTIL ChgReqIndex > ChgReqCount OR ChgMatched
              IF ChgReqKey(ChgReqIndex) = InvRecRequester THEN
                 SET ChgMatched TO TRUE
                 COMPUTE ChgReqActEquiv(ChgReqIndex) =
                    ChgReqActEquiv(ChgReqIndex) + ChgAddActEquiv
                 COMPUTE ChgReqResEquiv(ChgReqIndex) =
                    ChgReqResEquiv(ChgReqIndex) + ChgAddResEquiv
                 COMPUTE ChgReqActCharge(ChgReqIndex) =
                    ChgReqActCharge(ChgReqIndex) + ChgAddActCharge
                 COMPUTE ChgReqResCharge(ChgReqIndex) =
                    ChgReqResCharge(ChgReqIndex) + ChgAddResCharge
              END-IF
           END-PERFORM
           IF NOT ChgMatched THEN
              IF ChgReqCount < 200 THEN
                 COMPUTE ChgReqCount = ChgReqCount + 1
                 MOVE InvRecRequester TO ChgReqKey(ChgReqCount)
                 MOVE ChgAddActEquiv TO ChgReqActEquiv(ChgReqCount)
                 MOVE ChgAddResEquiv TO ChgReqResEquiv(ChgReqCount)
                 MOVE ChgAddActCharge TO ChgReqActCharge(ChgReqCount)
                 MOVE ChgAddResCharge TO ChgReqResCharge(ChgReqCount)
              ELSE
                 SET ChgTableFull TO TRUE
              END-IF
           END-IF.

      * adds the entry just priced into its site and requester
      * pair, which is what the finance load file carries
         CHGADDPAIR.
           MOVE "N" TO ChgMatchFlag
           PERFORM VARYING ChgPairIndex FROM 1 BY 1
                 UNTIL ChgPairIndex > ChgPairCount OR ChgMatched
              IF ChgPairSite(ChgPairIndex) = InvRecSite
                    AND ChgPairReq(ChgPairIndex) = InvRecRequester
              THEN
                 SET ChgMatched TO TRUE
                 COMPUTE ChgPairActEquiv(ChgPairIndex) =
                    ChgPairActEquiv(ChgPairIndex) + ChgAddActEquiv
                 COMPUTE ChgPairResEquiv(ChgPairIndex) =
                    ChgPairResEquiv(ChgPairIndex) + ChgAddResEquiv
                 COMPUTE ChgPairActCharge(ChgPairIndex) =
                    ChgPairActCharge(ChgPairIndex) + ChgAddActCharge
                 COMPUTE ChgPairResCharge(ChgPairIndex) =
                    ChgPairResCharge(ChgPairIndex) + ChgAddResCharge
              END-IF
           END-PERFORM
           IF NOT ChgMatched THEN
              IF ChgPairCount < 500 THEN
                 COMPUTE ChgPairCount = ChgPairCount + 1
                 MOVE InvRecSite TO ChgPairSite(ChgPairCount)
                 MOVE InvRecRequester TO ChgPairReq(ChgPairCount)
                 MOVE ChgAddActEquiv
                    TO ChgPairActEquiv(ChgPairCount)
                 MOVE ChgAddResEquiv
                    TO ChgPairResEquiv(ChgPairCount)
                 MOVE ChgAddActCharge
                    TO ChgPairActCharge(ChgPairCount)
                 MOVE ChgAddResCharge
                    TO ChgPairResCharge(ChgPairCount)
              ELSE
                 SET ChgTableFull TO TRUE
              END-IF
           END-IF.

      * the printed chargeback: totals by site, then by requester,
      * then the month's grand total and the run counts
         CHGWRITEREPORT.
           MOVE SPACES TO ChargeReportLine
           STRING "//ADDRESS-SPACE CHARGEBACK FOR " DELIMITED BY SIZE
              ChgMonth DELIMITED BY SIZE
              "//" DELIMITED BY SIZE
              INTO ChargeReportLine
           WRITE ChargeReportLine
           MOVE SPACES TO ChargeReportLine
           STRING "Days in month: " DELIMITED BY SIZE
              ChgMonthDays DELIMITED BY SIZE
              "  (space in /24 equivalents, prorated by days held)"
                 DELIMITED BY SIZE
              INTO ChargeReportLine
           WRITE ChargeReportLine
           MOVE SPACES TO ChargeReportLine
           MOVE "By site:" TO ChargeReportLine
           WRITE ChargeReportLine
           MOVE "SITE" TO ChgLineKey
           PERFORM CHGHEADINGLINE
           PERFORM VARYING ChgSiteIndex FROM 1 BY 1
                 UNTIL ChgSiteIndex > ChgSiteCount
              MOVE ChgSiteKey(ChgSiteIndex) TO ChgLineKey
              MOVE ChgSiteActEquiv(ChgSiteIndex) TO ChgLineActEquiv
              MOVE ChgSiteResEquiv(ChgSiteIndex) TO ChgLineResEquiv
              MOVE ChgSiteActCharge(ChgSiteIndex)
                 TO ChgLineActCharge
              MOVE ChgSiteResCharge(ChgSiteIndex)
                 TO ChgLineResCharge
              PERFORM CHGPRINTLINE
           END-PERFORM
           MOVE SPACES TO ChargeReportLine
           MOVE "By requester:" TO ChargeReportLine
           WRITE ChargeReportLine
           MOVE "REQ" TO ChgLineKey
           PERFORM CHGHEADINGLINE
           PERFORM VARYING ChgReqIndex FROM 1 BY 1
                 UNTIL ChgReqIndex > ChgReqCount
              MOVE ChgReqKey(ChgReqIndex) TO ChgLineKey
              MOVE ChgReqActEquiv(ChgReqIndex) TO ChgLineActEquiv
              MOVE ChgReqResEquiv(ChgReqIndex) TO ChgLineResEquiv
              MOVE ChgReqActCharge(ChgReqIndex) TO ChgLineActCharge
              MOVE ChgReqResCharge(ChgReqIndex) TO ChgLineResCharge
              PERFORM CHGPRINTLINE
           END-PERFORM
           MOVE SPACES TO ChargeReportLine
           WRITE ChargeReportLine
           MOVE "TOTAL" TO ChgLineKey
           MOVE ChgTotActEquiv TO ChgLineActEquiv
           MOVE ChgTotResEquiv TO ChgLineResEquiv
           MOVE ChgTotActCharge TO ChgLineActCharge
           MOVE ChgTotResCharge TO ChgLineResCharge
           PERFORM CHGPRINTLINE
           MOVE ChgReadCount TO ChgCountOutput
           MOVE SPACES TO ChargeReportLine
           STRING "Inventory entries read: " DELIMITED BY SIZE
              ChgCountOutput DELIMITED BY SIZE
              INTO ChargeReportLine
           WRITE ChargeReportLine
           MOVE ChgBilledCount TO ChgCountOutput
           MOVE SPACES TO ChargeReportLine
           STRING "Holding periods billed: " DELIMITED BY SIZE
              ChgCountOutput DELIMITED BY SIZE
              INTO ChargeReportLine
           WRITE ChargeReportLine
           MOVE ChgV6Count TO ChgCountOutput
           MOVE SPACES TO ChargeReportLine
           STRING "IPv6 entries not billed: " DELIMITED BY SIZE
              ChgCountOutput DELIMITED BY SIZE
              INTO ChargeReportLine
           WRITE ChargeReportLine
           IF ChgUnpricedCount > 0 THEN
              MOVE ChgUnpricedCount TO ChgCountOutput
              MOVE SPACES TO ChargeReportLine
              STRING "WARNING: entries with no site or DEFAULT "
                 DELIMITED BY SIZE
                 "rate, billed at zero: " DELIMITED BY SIZE
                 ChgCountOutput DELIMITED BY SIZE
                 INTO ChargeReportLine
              WRITE ChargeReportLine
           END-IF
           IF ChgTableFull THEN
              MOVE SPACES TO ChargeReportLine
              STRING "WARNING: the journal or totals tables "
                 DELIMITED BY SIZE
                 "overflowed; " DELIMITED BY SIZE
                 "this report is NOT complete" DELIMITED BY SIZE
                 INTO ChargeReportLine
              WRITE ChargeReportLine
           END-IF
           CLOSE ChargeReportFile.

      * column headings under a section title, the key column
      * named by ChgLineKey
         CHGHEADINGLINE.
           MOVE SPACES TO ChargeReportLine
           STRING "  " DELIMITED BY SIZE
              ChgLineKey DELIMITED BY SIZE
              "    ACTIVE /24  RESERVED /24" DELIMITED BY SIZE
              "    ACTIVE CHG   RESERVE CHG" DELIMITED BY SIZE
              "     TOTAL CHG" DELIMITED BY SIZE
              INTO ChargeReportLine
           WRITE ChargeReportLine.

      * one totals line from the ChgLine fields
         CHGPRINTLINE.
           COMPUTE ChgLineTotal = ChgLineActCharge + ChgLineResCharge
           MOVE ChgLineActEquiv TO ChgEquivOutput1
           MOVE ChgLineResEquiv TO ChgEquivOutput2
           MOVE ChgLineActCharge TO ChgAmountOutput1
           MOVE ChgLineResCharge TO ChgAmountOutput2
           MOVE ChgLineTotal TO ChgAmountOutput3
           MOVE SPACES TO ChargeReportLine
           STRING "  " DELIMITED BY SIZE
              ChgLineKey DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              ChgEquivOutput1 DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              ChgEquivOutput2 DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              ChgAmountOutput1 DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              ChgAmountOutput2 DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              ChgAmountOutput3 DELIMITED BY SIZE
              INTO ChargeReportLine
           WRITE ChargeReportLine.

      * the finance load file: a detail record per site and
      * requester pair and a trailer carrying the record count
      * and the grand totals
         CHGWRITEFILE.
           MOVE ZEROES TO ChgDetailCount
           PERFORM VARYING ChgPairIndex FROM 1 BY 1
                 UNTIL ChgPairIndex > ChgPairCount
              MOVE SPACES TO ChgWorkRecord
              MOVE "D" TO ChgRecType
              MOVE ChgMonth TO ChgRecMonth
              MOVE ChgPairSite(ChgPairIndex) TO ChgRecSite
              MOVE ChgPairReq(ChgPairIndex) TO ChgRecRequester
              MOVE ChgPairActEquiv(ChgPairIndex) TO ChgRecActEquiv
              MOVE ChgPairResEquiv(ChgPairIndex) TO ChgRecResEquiv
              MOVE ChgPairActCharge(ChgPairIndex) TO ChgRecActCharge
              MOVE ChgPairResCharge(ChgPairIndex) TO ChgRecResCharge
              COMPUTE ChgRecTotal =
                 ChgRecActCharge + ChgRecResCharge
              MOVE ChgWorkRecord TO ChargeRecord
              WRITE ChargeRecord
              COMPUTE ChgDetailCount = ChgDetailCount + 1
           END-PERFORM
           MOVE SPACES TO ChgWorkRecord
           MOVE "T" TO ChgRecType
           MOVE ChgMonth TO ChgRecMonth
           MOVE ChgDetailCount TO ChgRecRequester
           MOVE ChgTotActEquiv TO ChgRecActEquiv
           MOVE ChgTotResEquiv TO ChgRecResEquiv
           MOVE ChgTotActCharge TO ChgRecActCharge
           MOVE ChgTotResCharge TO ChgRecResCharge
           COMPUTE ChgRecTotal = ChgRecActCharge + ChgRecResCharge
           MOVE ChgWorkRecord TO ChargeRecord
           WRITE ChargeRecord
           CLOSE ChargeFile.

      * free-space map of every pool in subnetpools.dat written to
      * poolmap.txt: allocated and free ranges in address order,
      * the address counts, the largest free aligned block, the
      * free blocks at each prefix length, and a flag on any pool
      * that can no longer supply a /24 or is past its warning
      * threshold
         POOLMAPMODE.
           MOVE ZEROES TO PmapPoolCount
           MOVE ZEROES TO PmapFlaggedCount
           PERFORM PMAPLOADINVENTORY
           MOVE "N" TO PoolEOFSwitch
           OPEN INPUT PoolFile
           IF PoolFileStatus NOT = "00" THEN
              DISPLAY
      -       "ERROR: cannot open subnetpools.dat, status ",
      -       PoolFileStatus
           ELSE
              ACCEPT CurrentDateOutput FROM DATE YYYYMMDD
              OPEN OUTPUT PoolMapFile
              IF PoolMapStatus NOT = "00" THEN
                 DISPLAY "ERROR: cannot open poolmap.txt, status ",
                    PoolMapStatus
                 MOVE 8 TO RETURN-CODE
                 CLOSE PoolFile
              ELSE
                 MOVE SPACES TO PoolMapLine
                 MOVE "//POOL FREE-SPACE MAP//" TO PoolMapLine
                 WRITE PoolMapLine
                 MOVE SPACES TO PoolMapLine
                 STRING "As of " DELIMITED BY SIZE
                    CurrentDateOutput DELIMITED BY SIZE
                    INTO PoolMapLine
                 WRITE PoolMapLine
                 IF PmapInvLost THEN
                    MOVE SPACES TO PoolMapLine
                    STRING "WARNING: more inventory entries than "
                       DELIMITED BY SIZE
                       "the map holds; free space is overstated"
                       DELIMITED BY SIZE
                       INTO PoolMapLine
                    WRITE PoolMapLine
                 END-IF
                 PERFORM UNTIL NoMorePools
                    READ PoolFile
                       AT END
                          SET NoMorePools TO TRUE
                       NOT AT END
                          IF PoolRecord(1:8) NOT = SPACES THEN
                             PERFORM PMAPONEPOOL
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PoolFile
                 MOVE SPACES TO PoolMapLine
                 WRITE PoolMapLine
                 MOVE PmapPoolCount TO PmapCountOutput
                 MOVE SPACES TO PoolMapLine
                 STRING "Pools mapped: " DELIMITED BY SIZE
                    PmapCountOutput DELIMITED BY SIZE
                    INTO PoolMapLine
                 WRITE PoolMapLine
                 MOVE PmapFlaggedCount TO PmapCountOutput
                 MOVE SPACES TO PoolMapLine
                 STRING "Pools flagged: " DELIMITED BY SIZE
                    PmapCountOutput DELIMITED BY SIZE
                    INTO PoolMapLine
                 WRITE PoolMapLine
                 CLOSE PoolMapFile
                 DISPLAY "Pool map written to poolmap.txt, ",
      -             PmapCountOutput, " pool(s) flagged"
              END-IF
           END-IF.

      * loads every active and reserved IPv4 entry as an address
      * range; CHECKONEENTRYOVERLAP already turns an entry into
      * EntryStart/EntryEnd, and against a proposed range that is
      * the whole address space it matches exactly the entries
      * that occupy space
         PMAPLOADINVENTORY.
           MOVE 0 TO PmapInvCount
           MOVE "N" TO PmapInvLostSwitch
           MOVE 0 TO ProposedStart
           MOVE 4294967295 TO ProposedEnd
           PERFORM OPENINVENTORYIN
           PERFORM UNTIL NoMoreInventory
              READ InventoryFile NEXT
                 AT END
                    SET NoMoreInventory TO TRUE
                 NOT AT END
                    MOVE InventoryRecord TO InventoryWorkRecord
                    MOVE "N" TO OverlapFoundSwitch
                    PERFORM CHECKONEENTRYOVERLAP
                    IF OverlapFound THEN
                       IF PmapInvCount < 3000 THEN
                          COMPUTE PmapInvCount = PmapInvCount + 1
                          MOVE EntryStart
                             TO PmapInvStart(PmapInvCount)
                          MOVE EntryEnd TO PmapInvEnd(PmapInvCount)
                          MOVE InvRecNetwork
                             TO PmapInvNetwork(PmapInvCount)
                          MOVE InvRecPrefix
                             TO PmapInvPrefix(PmapInvCount)
                          MOVE InvRecState
                             TO PmapInvState(PmapInvCount)
                          MOVE InvRecSite TO PmapInvSite(PmapInvCount)
                       ELSE
                          SET PmapInvLost TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE InventoryFile.

      * maps one pool master record, parsed and aligned the same
      * way FINDPOOLBLOCK takes it
         PMAPONEPOOL.
           COMPUTE PmapPoolCount = PmapPoolCount + 1
           MOVE "N" TO PoolBadSwitch
           MOVE PoolRecord(1:25) TO PoolFields
           MOVE PoolRecord(26:8) TO PmapPoolSite
           MOVE PoolRecIPText TO WorkingIP
           PERFORM VALIDATEWORKINGIP
           MOVE SPACES TO NumFieldIn
           MOVE PoolRecPrefixText TO NumFieldIn(1:2)
           PERFORM CONVERTNUMFIELD
           IF IPIsInvalid OR NumFieldInvalid THEN
              SET PoolRecordBad TO TRUE
           ELSE
              MOVE NumFieldValue TO PoolPrefix
              IF PoolPrefix < 1 OR PoolPrefix > 30 THEN
                 SET PoolRecordBad TO TRUE
              END-IF
           END-IF
           MOVE SPACES TO PoolMapLine
           WRITE PoolMapLine
           IF PoolRecordBad THEN
              MOVE SPACES TO PoolMapLine
              STRING "POOL " DELIMITED BY SIZE
                 PoolRecName DELIMITED BY SPACE
                 " ERROR: bad pool master record, not mapped"
                    DELIMITED BY SIZE
                 INTO PoolMapLine
              WRITE PoolMapLine
           ELSE
              COMPUTE PoolHostBits = 32 - PoolPrefix
              MOVE 1 TO PoolBlockSize
              PERFORM PoolHostBits TIMES
                 COMPUTE PoolBlockSize = PoolBlockSize * 2
              END-PERFORM
              COMPUTE OverlapAddress =
                 ((IPOctet1 * 256 + IPOctet2) * 256 + IPOctet3)
                 * 256 + IPOctet4
              DIVIDE OverlapAddress BY PoolBlockSize
                 GIVING PoolStart
              COMPUTE PoolStart = PoolStart * PoolBlockSize
              COMPUTE PoolEnd = PoolStart + PoolBlockSize - 1
              MOVE PoolBlockSize TO PmapTotal
              MOVE PoolStart TO ConvertBinary
              PERFORM BINARYTODOTTED
              MOVE PoolPrefix TO TableOctetScratch
              PERFORM TRIMTABLEOCTET
              MOVE SPACES TO PoolMapLine
              STRING "POOL " DELIMITED BY SIZE
                 PoolRecName DELIMITED BY SPACE
                 "  " DELIMITED BY SIZE
                 DottedQuadText(1:DottedQuadLen) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 TableOctetScratchText DELIMITED BY SPACE
                 "  Site=" DELIMITED BY SIZE
                 PmapPoolSite DELIMITED BY SIZE
                 INTO PoolMapLine
              WRITE PoolMapLine
              PERFORM PMAPCOLLECT
              MOVE 0 TO PmapUsed PmapReserved PmapFree
              MOVE ZEROES TO PmapFreeByPrefix
              MOVE 99 TO PmapLargestPrefix
              MOVE PoolStart TO PmapCursor
              PERFORM VARYING PmapHitIndex FROM 1 BY 1
                    UNTIL PmapHitIndex > PmapHitCount
                 MOVE PmapHitInv(PmapHitIndex) TO PmapInvIndex
                 PERFORM PMAPONEHIT
              END-PERFORM
              IF PmapCursor NOT > PoolEnd THEN
                 MOVE PmapCursor TO PmapFreeStart
                 MOVE PoolEnd TO PmapFreeEnd
                 PERFORM PMAPFREERANGE
              END-IF
              PERFORM PMAPPOOLTOTALS
           END-IF.

      * gathers the inventory ranges touching this pool into
      * PmapHitTable, kept in start-address order as they go in
         PMAPCOLLECT.
           MOVE 0 TO PmapHitCount
           MOVE "N" TO PmapHitLostSwitch
           PERFORM VARYING PmapInvIndex FROM 1 BY 1
                 UNTIL PmapInvIndex > PmapInvCount
              IF PmapInvStart(PmapInvIndex) NOT > PoolEnd
                    AND PmapInvEnd(PmapInvIndex) NOT < PoolStart
              THEN
                 IF PmapHitCount < 500 THEN
                    COMPUTE PmapHitSlot = PmapHitCount + 1
                    MOVE "N" TO PmapSlotSwitch
                    PERFORM UNTIL PmapSlotFound
                       IF PmapHitSlot = 1 THEN
                          SET PmapSlotFound TO TRUE
                       ELSE
                          IF PmapInvStart(PmapHitInv(PmapHitSlot - 1))
                                NOT > PmapInvStart(PmapInvIndex) THEN
                             SET PmapSlotFound TO TRUE
                          ELSE
                             MOVE PmapHitInv(PmapHitSlot - 1)
                                TO PmapHitInv(PmapHitSlot)
                             COMPUTE PmapHitSlot = PmapHitSlot - 1
                          END-IF
                       END-IF
                    END-PERFORM
                    MOVE PmapInvIndex TO PmapHitInv(PmapHitSlot)
                    COMPUTE PmapHitCount = PmapHitCount + 1
                 ELSE
                    SET PmapHitLost TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

      * one allocated range: the gap before it is free space, and
      * only the addresses past the cursor count toward the used
      * and reserved totals, so overlapping entries are not
      * counted twice
         PMAPONEHIT.
           IF PmapInvStart(PmapInvIndex) < PoolStart THEN
              MOVE PoolStart TO PmapClipStart
           ELSE
              MOVE PmapInvStart(PmapInvIndex) TO PmapClipStart
           END-IF
           IF PmapInvEnd(PmapInvIndex) > PoolEnd THEN
              MOVE PoolEnd TO PmapClipEnd
           ELSE
              MOVE PmapInvEnd(PmapInvIndex) TO PmapClipEnd
           END-IF
           IF PmapClipStart > PmapCursor THEN
              MOVE PmapCursor TO PmapFreeStart
              COMPUTE PmapFreeEnd = PmapClipStart - 1
              PERFORM PMAPFREERANGE
           END-IF
           MOVE PmapInvPrefix(PmapInvIndex) TO TableOctetScratch
           PERFORM TRIMTABLEOCTET
           MOVE SPACES TO PoolMapLine
           STRING "  USED  " DELIMITED BY SIZE
              PmapInvNetwork(PmapInvIndex) DELIMITED BY SPACE
              "/" DELIMITED BY SIZE
              TableOctetScratchText DELIMITED BY SPACE
              " Status=" DELIMITED BY SIZE
              PmapInvState(PmapInvIndex) DELIMITED BY SIZE
              " Site=" DELIMITED BY SIZE
              PmapInvSite(PmapInvIndex) DELIMITED BY SIZE
              INTO PoolMapLine
           WRITE PoolMapLine
           IF PmapClipEnd NOT < PmapCursor THEN
              IF PmapClipStart > PmapCursor THEN
                 MOVE PmapClipStart TO PmapCursor
              END-IF
              COMPUTE PmapRangeCount = PmapClipEnd - PmapCursor + 1
              IF PmapInvState(PmapInvIndex) = "P" THEN
                 COMPUTE PmapReserved = PmapReserved + PmapRangeCount
              ELSE
                 COMPUTE PmapUsed = PmapUsed + PmapRangeCount
              END-IF
              COMPUTE PmapCursor = PmapClipEnd + 1
           END-IF.

      * one free range, PmapFreeStart through PmapFreeEnd, listed
      * and then cut into the largest aligned blocks it holds
         PMAPFREERANGE.
           COMPUTE PmapRangeCount = PmapFreeEnd - PmapFreeStart + 1
           COMPUTE PmapFree = PmapFree + PmapRangeCount
           MOVE PmapRangeCount TO PmapAddrOutput
           MOVE SPACES TO PoolMapLine
           MOVE 1 TO DisplayLinePointer
           MOVE PmapFreeStart TO ConvertBinary
           PERFORM BINARYTODOTTED
           STRING "  FREE  " DELIMITED BY SIZE
              DottedQuadText(1:DottedQuadLen) DELIMITED BY SIZE
              " - " DELIMITED BY SIZE
              INTO PoolMapLine
              WITH POINTER DisplayLinePointer
           MOVE PmapFreeEnd TO ConvertBinary
           PERFORM BINARYTODOTTED
           STRING DottedQuadText(1:DottedQuadLen) DELIMITED BY SIZE
              " (" DELIMITED BY SIZE
              PmapAddrOutput DELIMITED BY SIZE
              " addresses)" DELIMITED BY SIZE
              INTO PoolMapLine
              WITH POINTER DisplayLinePointer
           WRITE PoolMapLine
           MOVE PmapFreeStart TO PmapBlockPos
           PERFORM UNTIL PmapBlockPos > PmapFreeEnd
              PERFORM PMAPONEBLOCK
           END-PERFORM.

      * the largest naturally aligned block starting at
      * PmapBlockPos that stays inside the free range, counted
      * under its prefix length
         PMAPONEBLOCK.
           MOVE 1 TO PmapBlockSize
           MOVE 0 TO PmapBlockBits
           SET PmapCanGrow TO TRUE
           PERFORM UNTIL NOT PmapCanGrow
              COMPUTE PmapBlockNext = PmapBlockSize * 2
              DIVIDE PmapBlockPos BY PmapBlockNext
                 GIVING PmapBlockQuot REMAINDER PmapBlockRem
              IF PmapBlockBits < 32 AND PmapBlockRem = 0
                    AND PmapBlockPos + PmapBlockNext - 1
                       NOT > PmapFreeEnd THEN
                 MOVE PmapBlockNext TO PmapBlockSize
                 COMPUTE PmapBlockBits = PmapBlockBits + 1
              ELSE
                 MOVE "N" TO PmapGrowSwitch
              END-IF
           END-PERFORM
           COMPUTE PmapPrefixIndex = 32 - PmapBlockBits
           COMPUTE PmapPrefixCount(PmapPrefixIndex) =
              PmapPrefixCount(PmapPrefixIndex) + 1
           IF PmapPrefixIndex < PmapLargestPrefix THEN
              MOVE PmapPrefixIndex TO PmapLargestPrefix
           END-IF
           COMPUTE PmapBlockPos = PmapBlockPos + PmapBlockSize.

      * the pool's totals, its fragmentation profile, and the
      * flags; the warning threshold is the pool site's, the way
      * the utilization report takes an allocation's site
         PMAPPOOLTOTALS.
           MOVE "N" TO PmapFlagSwitch
           MOVE SPACES TO PoolMapLine
           MOVE 1 TO DisplayLinePointer
           MOVE PmapTotal TO PmapAddrOutput
           MOVE PmapUsed TO PmapAddrOutput2
           STRING "  Total=" DELIMITED BY SIZE
              PmapAddrOutput DELIMITED BY SIZE
              " Used=" DELIMITED BY SIZE
              PmapAddrOutput2 DELIMITED BY SIZE
              INTO PoolMapLine
              WITH POINTER DisplayLinePointer
           MOVE PmapReserved TO PmapAddrOutput
           MOVE PmapFree TO PmapAddrOutput2
           STRING " Reserved=" DELIMITED BY SIZE
              PmapAddrOutput DELIMITED BY SIZE
              " Free=" DELIMITED BY SIZE
              PmapAddrOutput2 DELIMITED BY SIZE
              INTO PoolMapLine
              WITH POINTER DisplayLinePointer
           WRITE PoolMapLine
           MOVE SPACES TO PoolMapLine
           IF PmapLargestPrefix = 99 THEN
              MOVE "  Largest free block: none" TO PoolMapLine
           ELSE
              MOVE PmapLargestPrefix TO TableOctetScratch
              PERFORM TRIMTABLEOCTET
              STRING "  Largest free block: /" DELIMITED BY SIZE
                 TableOctetScratchText DELIMITED BY SPACE
                 INTO PoolMapLine
           END-IF
           WRITE PoolMapLine
           IF PmapLargestPrefix NOT = 99 THEN
              MOVE SPACES TO PoolMapLine
              MOVE "  Free aligned blocks by prefix length:"
                 TO PoolMapLine
              WRITE PoolMapLine
              PERFORM VARYING PmapPrefixIndex FROM 1 BY 1
                    UNTIL PmapPrefixIndex > 32
                 IF PmapPrefixCount(PmapPrefixIndex) > 0 THEN
                    MOVE PmapPrefixIndex TO TableOctetScratch
                    PERFORM TRIMTABLEOCTET
                    MOVE PmapPrefixCount(PmapPrefixIndex)
                       TO PmapCountOutput
                    MOVE SPACES TO PoolMapLine
                    STRING "    /" DELIMITED BY SIZE
                       TableOctetScratchText DELIMITED BY SPACE
                       ": " DELIMITED BY SIZE
                       PmapCountOutput DELIMITED BY SIZE
                       INTO PoolMapLine
                    WRITE PoolMapLine
                 END-IF
              END-PERFORM
           END-IF
      * a pool smaller than a /24 never could supply one, so only
      * pools of a /24 or larger are held to it
           IF PoolPrefix NOT > 24 AND PmapLargestPrefix > 24 THEN
              SET PmapPoolFlagged TO TRUE
              MOVE SPACES TO PoolMapLine
              MOVE "  *** FLAG: can no longer supply a /24"
                 TO PoolMapLine
              WRITE PoolMapLine
           END-IF
           COMPUTE PmapPercent =
              ((PmapUsed + PmapReserved) * 100) / PmapTotal
           MOVE PmapPoolSite TO WorkOrderSiteCode
           PERFORM APPLYSITESETTINGS
           IF PmapPercent NOT < UtilThreshold THEN
              SET PmapPoolFlagged TO TRUE
              MOVE SPACES TO PoolMapLine
              MOVE 1 TO DisplayLinePointer
              MOVE PmapPercent TO UtilPercentOutput
              STRING "  *** FLAG: " DELIMITED BY SIZE
                 UtilPercentOutput DELIMITED BY SIZE
                 " pct in use, warning threshold " DELIMITED BY SIZE
                 INTO PoolMapLine
                 WITH POINTER DisplayLinePointer
              MOVE UtilThreshold TO UtilPercentOutput
              STRING UtilPercentOutput DELIMITED BY SIZE
                 " pct" DELIMITED BY SIZE
                 INTO PoolMapLine
                 WITH POINTER DisplayLinePointer
              WRITE PoolMapLine
           END-IF
           IF PmapHitLost THEN
              MOVE SPACES TO PoolMapLine
              STRING "  WARNING: more allocations in this pool "
                 DELIMITED BY SIZE
                 "than the map holds; free space is overstated"
                 DELIMITED BY SIZE
                 INTO PoolMapLine
              WRITE PoolMapLine
           END-IF
           IF PmapPoolFlagged THEN
              COMPUTE PmapFlaggedCount = PmapFlaggedCount + 1
           END-IF.

      * fills the notice for a plan just filed: the network and
      * prefix RECORDALLOCATION wrote, its mask and gateway, and the
      * DHCP pool and static range worked out the way GENDHCPEXPORT
      * and HOSTSETRANGE work them out from the site's reserved
      * count (which GENDHCPEXPORT has already raised to at least
      * the gateway)
         NTFRECORDPLAN.
           MOVE SPACES TO NtfWorkRecord
           IF InvRecState = "P" THEN
              MOVE "P" TO NtfKind
              MOVE InvRecExpiry TO NtfExpiry
           ELSE
              MOVE "A" TO NtfKind
           END-IF
           MOVE InvRecNetwork TO NtfNetwork
           MOVE HostPrefixBits TO NtfPrefix
           MOVE ProposedStart TO NtfNetBinary
           COMPUTE NtfBits = 32 - HostPrefixBits
           MOVE 1 TO NtfBlock
           PERFORM NtfBits TIMES
              COMPUTE NtfBlock = NtfBlock * 2
           END-PERFORM
           COMPUTE ConvertBinary = 4294967295 - (NtfBlock - 1)
           PERFORM BINARYTODOTTED
           MOVE DottedQuadText TO NtfMask
           COMPUTE ConvertBinary = NtfNetBinary + 1
           PERFORM BINARYTODOTTED
           MOVE DottedQuadText TO NtfGateway
           COMPUTE NtfPoolEnd = NtfNetBinary + NtfBlock - 2
           COMPUTE NtfPoolStart =
              NtfNetBinary + 1 + DhcpReservedCount
           IF NtfPoolStart > NtfPoolEnd THEN
              COMPUTE NtfPoolStart = NtfNetBinary + 2
           END-IF
           MOVE NtfPoolStart TO ConvertBinary
           PERFORM BINARYTODOTTED
           MOVE DottedQuadText TO NtfDhcpStart
           MOVE NtfPoolEnd TO ConvertBinary
           PERFORM BINARYTODOTTED
           MOVE DottedQuadText TO NtfDhcpEnd
           COMPUTE NtfStaticLimit = NtfNetBinary + DhcpReservedCount
           IF NtfStaticLimit > NtfPoolEnd THEN
              MOVE NtfPoolEnd TO NtfStaticLimit
           END-IF
      * a reserved count of one is the gateway alone, which leaves
      * no static addresses to hand out
           IF NtfStaticLimit NOT < NtfNetBinary + 2 THEN
              COMPUTE ConvertBinary = NtfNetBinary + 2
              PERFORM BINARYTODOTTED
              MOVE DottedQuadText TO NtfStaticStart
              MOVE NtfStaticLimit TO ConvertBinary
              PERFORM BINARYTODOTTED
              MOVE DottedQuadText TO NtfStaticEnd
           END-IF
           PERFORM NTFWRITEWORK.

      * stamps the order's identity onto the notice the caller has
      * filled and appends it to notifywork.dat.  An order with no
      * requester has nobody to tell and is left to the reject file
         NTFWRITEWORK.
           IF WorkOrderRequester NOT = SPACES THEN
              MOVE WorkOrderRequester TO NtfRequester
              MOVE WorkOrderLineNumber TO NtfLine
              MOVE WorkOrderNumber TO NtfOrder
              MOVE WorkOrderSiteCode TO NtfSite
              OPEN INPUT NotifyWorkFile
              IF NotifyWorkStatus = "35" THEN
                 OPEN OUTPUT NotifyWorkFile
                 CLOSE NotifyWorkFile
              ELSE
                 CLOSE NotifyWorkFile
              END-IF
              OPEN EXTEND NotifyWorkFile
              IF NotifyWorkStatus NOT = "00" THEN
                 DISPLAY
      -          "ERROR: cannot open notifywork.dat, status ",
      -          NotifyWorkStatus
              ELSE
                 MOVE NtfWorkRecord TO NotifyWorkLine
                 WRITE NotifyWorkLine
                 CLOSE NotifyWorkFile
              END-IF
           END-IF.

      * end of a batch run: reads back every notice of the run,
      * orders them by requester and then work order line, and
      * writes notify.dat one BEGIN/TEXT/END block per requester
         NTFBUILDFILE.
           MOVE 0 TO NtfCount
           MOVE 0 TO NtfRequesterCount
           MOVE "N" TO NtfLostSwitch
           MOVE "N" TO NtfEOFSwitch
           ACCEPT NtfRunDate FROM DATE YYYYMMDD
           OPEN INPUT NotifyWorkFile
           IF NotifyWorkStatus = "00" THEN
              PERFORM UNTIL NoMoreNotices
                 READ NotifyWorkFile
                    AT END
                       SET NoMoreNotices TO TRUE
                    NOT AT END
                       IF NtfCount < 2000 THEN
                          PERFORM NTFSORTONE
                       ELSE
                          SET NtfLost TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NotifyWorkFile
           END-IF
           OPEN OUTPUT NotifyFile
           IF NotifyFileStatus NOT = "00" THEN
              DISPLAY "ERROR: cannot open notify.dat, status ",
      -               NotifyFileStatus
           ELSE
              MOVE SPACES TO NtfWorkRecord
              PERFORM VARYING NtfIndex FROM 1 BY 1
                    UNTIL NtfIndex > NtfCount
                 IF NtfEntry(NtfIndex)(1:8) NOT = NtfRequester THEN
                    IF NtfIndex > 1 THEN
                       PERFORM NTFENDBLOCK
                    END-IF
                    MOVE NtfEntry(NtfIndex) TO NtfWorkRecord
                    PERFORM NTFBEGINBLOCK
                 ELSE
                    MOVE NtfEntry(NtfIndex) TO NtfWorkRecord
                 END-IF
                 PERFORM NTFWRITEORDER
              END-PERFORM
              IF NtfCount > 0 THEN
                 PERFORM NTFENDBLOCK
              END-IF
              CLOSE NotifyFile
              MOVE NtfRequesterCount TO NtfCountOutput
              DISPLAY "  Requester notices: ", NtfCountOutput,
      -               " requester(s) in notify.dat"
              IF NtfLost THEN
                 DISPLAY "WARNING: more than 2000 notices; the ",
      -                  "rest were left out of notify.dat"
              END-IF
           END-IF.

      * files the notice just read into NtfTable behind every entry
      * with a lower or equal requester and line, so each
      * requester's orders come out together in file order
         NTFSORTONE.
           COMPUTE NtfSlot = NtfCount + 1
           MOVE "N" TO NtfSlotSwitch
           PERFORM UNTIL NtfSlotFound
              IF NtfSlot = 1 THEN
                 SET NtfSlotFound TO TRUE
              ELSE
                 IF NtfEntry(NtfSlot - 1)(1:13) >
                       NotifyWorkLine(1:13) THEN
                    MOVE NtfEntry(NtfSlot - 1) TO NtfEntry(NtfSlot)
                    COMPUTE NtfSlot = NtfSlot - 1
                 ELSE
                    SET NtfSlotFound TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           MOVE NotifyWorkLine TO NtfEntry(NtfSlot)
           COMPUTE NtfCount = NtfCount + 1.

      * opens one requester's block: the BEGIN row carries the
      * subject line, with the order count found by scanning ahead
      * over the requester's entries
         NTFBEGINBLOCK.
           MOVE 0 TO NtfTextCount
           MOVE 0 TO NtfOrderCount
           PERFORM VARYING NtfScan FROM NtfIndex BY 1
                 UNTIL NtfScan > NtfCount
                    OR NtfEntry(NtfScan)(1:8) NOT = NtfRequester
              COMPUTE NtfOrderCount = NtfOrderCount + 1
           END-PERFORM
           COMPUTE NtfRequesterCount = NtfRequesterCount + 1
           MOVE NtfOrderCount TO NtfCountOutput
           MOVE SPACES TO NotifyLine
           MOVE "BEGIN" TO NotifyLine(1:8)
           MOVE NtfRequester TO NotifyLine(9:8)
           STRING "Subject: subnet work orders processed "
              DELIMITED BY SIZE
              NtfRunDate(1:4) DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              NtfRunDate(5:2) DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              NtfRunDate(7:2) DELIMITED BY SIZE
              ", " DELIMITED BY SIZE
              NtfCountOutput DELIMITED BY SIZE
              " order(s)" DELIMITED BY SIZE
              INTO NotifyLine(18:115)
           WRITE NotifyLine.

      * closes the current requester's block with its row count
         NTFENDBLOCK.
           MOVE NtfTextCount TO NtfCountOutput
           MOVE SPACES TO NotifyLine
           MOVE "END" TO NotifyLine(1:8)
           MOVE NtfRequester TO NotifyLine(9:8)
           STRING NtfCountOutput DELIMITED BY SIZE
              " text row(s)" DELIMITED BY SIZE
              INTO NotifyLine(18:115)
           WRITE NotifyLine.

      * the text of one order in NtfWorkRecord, ending with a blank
      * row to separate it from the next
         NTFWRITEORDER.
           MOVE NtfLine TO NtfLineOutput
           MOVE SPACES TO NtfLineText
           STRING "Order " DELIMITED BY SIZE
              NtfOrder DELIMITED BY SPACE
              " at site " DELIMITED BY SIZE
              NtfSite DELIMITED BY SPACE
              " (work order line " DELIMITED BY SIZE
              NtfLineOutput DELIMITED BY SIZE
              "):" DELIMITED BY SIZE
              INTO NtfLineText
           PERFORM NTFPUTTEXT
           MOVE NtfPrefix TO TableOctetScratch
           PERFORM TRIMTABLEOCTET
           MOVE SPACES TO NtfLineText
           EVALUATE TRUE
              WHEN NtfKindActive
                 STRING "  Active allocation " DELIMITED BY SIZE
                    NtfNetwork DELIMITED BY SPACE
                    "/" DELIMITED BY SIZE
                    TableOctetScratchText DELIMITED BY SPACE
                    INTO NtfLineText
                 PERFORM NTFPUTTEXT
                 PERFORM NTFWRITEADDRESSES
              WHEN NtfKindReserved
                 STRING "  Reservation " DELIMITED BY SIZE
                    NtfNetwork DELIMITED BY SPACE
                    "/" DELIMITED BY SIZE
                    TableOctetScratchText DELIMITED BY SPACE
                    ", held until " DELIMITED BY SIZE
                    NtfExpiry(1:4) DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    NtfExpiry(5:2) DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    NtfExpiry(7:2) DELIMITED BY SIZE
                    INTO NtfLineText
                 PERFORM NTFPUTTEXT
                 PERFORM NTFWRITEADDRESSES
              WHEN NtfKindReleased
                 STRING "  Released " DELIMITED BY SIZE
                    NtfNetwork DELIMITED BY SPACE
                    " as requested" DELIMITED BY SIZE
                    INTO NtfLineText
                 PERFORM NTFPUTTEXT
              WHEN NtfKindModified
                 STRING "  Requester and site of " DELIMITED BY SIZE
                    NtfNetwork DELIMITED BY SPACE
                    " updated as requested" DELIMITED BY SIZE
                    INTO NtfLineText
                 PERFORM NTFPUTTEXT
              WHEN OTHER
                 STRING "  Not done: " DELIMITED BY SIZE
                    NtfReason DELIMITED BY SIZE
                    INTO NtfLineText
                 PERFORM NTFPUTTEXT
           END-EVALUATE
           MOVE SPACES TO NtfLineText
           PERFORM NTFPUTTEXT.

      * the mask, gateway, DHCP pool and static range rows of an
      * allocation or reservation
         NTFWRITEADDRESSES.
           MOVE SPACES TO NtfLineText
           STRING "  Mask " DELIMITED BY SIZE
              NtfMask DELIMITED BY SPACE
              "   Gateway " DELIMITED BY SIZE
              NtfGateway DELIMITED BY SPACE
              INTO NtfLineText
           PERFORM NTFPUTTEXT
           MOVE SPACES TO NtfLineText
           STRING "  DHCP pool " DELIMITED BY SIZE
              NtfDhcpStart DELIMITED BY SPACE
              " - " DELIMITED BY SIZE
              NtfDhcpEnd DELIMITED BY SPACE
              INTO NtfLineText
           PERFORM NTFPUTTEXT
           MOVE SPACES TO NtfLineText
           IF NtfStaticStart = SPACES THEN
              MOVE "  Static range: none (gateway only)"
                 TO NtfLineText
           ELSE
              STRING "  Static range " DELIMITED BY SIZE
                 NtfStaticStart DELIMITED BY SPACE
                 " - " DELIMITED BY SIZE
                 NtfStaticEnd DELIMITED BY SPACE
                 INTO NtfLineText
           END-IF
           PERFORM NTFPUTTEXT.

      * writes NtfLineText as a TEXT row for the current requester
         NTFPUTTEXT.
           MOVE SPACES TO NotifyLine
           MOVE "TEXT" TO NotifyLine(1:8)
           MOVE NtfRequester TO NotifyLine(9:8)
           MOVE NtfLineText TO NotifyLine(18:115)
           WRITE NotifyLine
           COMPUTE NtfTextCount = NtfTextCount + 1.

      * nightly cross-file check of the inventory master, the pool
      * master and the host register against each other.  Every
      * exception is listed under its own heading with a count,
      * the summary totals them, and any exception at all leaves
      * return code 4 for the scheduler
         INTEGRITYMODE.
           ACCEPT CurrentDateOutput FROM DATE YYYYMMDD
           MOVE ZEROES TO IntgOrphanCount IntgOutsideCount
                          IntgOverlapCount IntgMisalignCount
                          IntgNoPoolCount IntgPoolOverlapCount
                          IntgExpiredCount
           OPEN OUTPUT IntegrityFile
           IF IntegrityStatus NOT = "00" THEN
              DISPLAY "ERROR: cannot open integrity.txt, status ",
      -               IntegrityStatus
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE SPACES TO IntegrityLine
              MOVE "//CROSS-FILE INTEGRITY CHECK//" TO IntegrityLine
              WRITE IntegrityLine
              MOVE SPACES TO IntegrityLine
              STRING "As of " DELIMITED BY SIZE
                 CurrentDateOutput DELIMITED BY SIZE
                 INTO IntegrityLine
              WRITE IntegrityLine
              MOVE SPACES TO IntegrityLine
              MOVE "//MISALIGNED NETWORK KEYS//" TO IntegrityLine
              WRITE IntegrityLine
              PERFORM INTGLOADINVENTORY
              MOVE IntgMisalignCount TO IntgCountOutput
              PERFORM INTGCOUNTLINE
              IF IntgInvLost THEN
                 MOVE SPACES TO IntegrityLine
                 STRING "WARNING: more than 3000 active and "
                    DELIMITED BY SIZE
                    "reserved entries; the rest were not checked"
                    DELIMITED BY SIZE
                    INTO IntegrityLine
                 WRITE IntegrityLine
              END-IF
              PERFORM INTGOVERLAPPASS
              PERFORM INTGLOADPOOLS
              PERFORM INTGNOPOOLPASS
              PERFORM INTGPOOLOVERLAPPASS
              PERFORM INTGEXPIREDPASS
              PERFORM INTGHOSTPASS
              PERFORM INTGSUMMARY
              CLOSE IntegrityFile
              MOVE IntgTotalCount TO IntgCountOutput
              DISPLAY "Integrity check written to integrity.txt, ",
      -               IntgCountOutput, " exception(s)"
              IF IntgTotalCount > 0 THEN
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.

      * reads every IPv4 inventory entry: a key that is not a
      * dotted quad, or not the first address of its block, is a
      * misaligned key in any state; the active and reserved
      * entries with sound keys go into IntgInvTable
         INTGLOADINVENTORY.
           MOVE 0 TO IntgInvCount
           MOVE "N" TO IntgInvLostSwitch
           PERFORM OPENINVENTORYIN
           PERFORM UNTIL NoMoreInventory
              READ InventoryFile NEXT
                 AT END
                    SET NoMoreInventory TO TRUE
                 NOT AT END
                    MOVE InventoryRecord TO InventoryWorkRecord
                    IF InvRecType NOT = "6" THEN
                       PERFORM INTGONEINVENTORY
                    END-IF
              END-READ
           END-PERFORM
           CLOSE InventoryFile.

      * checks the key of the entry in InventoryWorkRecord and
      * files it when it holds space
         INTGONEINVENTORY.
           MOVE "N" TO IntgKeyBadSwitch
           MOVE InvRecNetwork TO WorkingIP
           PERFORM VALIDATEWORKINGIP
           IF IPIsInvalid OR InvRecNetwork(16:24) NOT = SPACES
                 OR InvRecPrefix < 1 OR InvRecPrefix > 32 THEN
              SET IntgKeyBad TO TRUE
           ELSE
              COMPUTE IntgAddress =
                 ((IPOctet1 * 256 + IPOctet2) * 256 + IPOctet3)
                 * 256 + IPOctet4
              COMPUTE IntgBits = 32 - InvRecPrefix
              MOVE 1 TO IntgBlock
              PERFORM IntgBits TIMES
                 COMPUTE IntgBlock = IntgBlock * 2
              END-PERFORM
              DIVIDE IntgAddress BY IntgBlock GIVING EntryStart
              COMPUTE EntryStart = EntryStart * IntgBlock
              IF EntryStart NOT = IntgAddress THEN
                 SET IntgKeyBad TO TRUE
              END-IF
           END-IF
           IF IntgKeyBad THEN
              COMPUTE IntgMisalignCount = IntgMisalignCount + 1
              MOVE SPACES TO IntegrityLine
              STRING "  " DELIMITED BY SIZE
                 InvRecNetwork DELIMITED BY SPACE
                 " /" DELIMITED BY SIZE
                 InvRecPrefix(2:2) DELIMITED BY SIZE
                 " State=" DELIMITED BY SIZE
                 InvRecState DELIMITED BY SIZE
                 " Order=" DELIMITED BY SIZE
                 InvRecOrder DELIMITED BY SIZE
                 " Site=" DELIMITED BY SIZE
                 InvRecSite DELIMITED BY SIZE
                 INTO IntegrityLine
              WRITE IntegrityLine
           ELSE
              IF InvRecState = "A" OR InvRecState = "P" THEN
                 IF IntgInvCount < 3000 THEN
                    COMPUTE IntgInvCount = IntgInvCount + 1
                    MOVE InvRecNetwork
                       TO IntgInvNetwork(IntgInvCount)
                    MOVE InvRecPrefix TO IntgInvPrefix(IntgInvCount)
                    MOVE InvRecState TO IntgInvState(IntgInvCount)
                    MOVE InvRecSite TO IntgInvSite(IntgInvCount)
                    MOVE InvRecExpiry TO IntgInvExpiry(IntgInvCount)
                    MOVE EntryStart TO IntgInvStart(IntgInvCount)
                    COMPUTE IntgInvEnd(IntgInvCount) =
                       EntryStart + IntgBlock - 1
                 ELSE
                    SET IntgInvLost TO TRUE
                 END-IF
              END-IF
           END-IF.

      * every pair of active or reserved entries whose ranges meet,
      * listed once per pair
         INTGOVERLAPPASS.
           MOVE SPACES TO IntegrityLine
           MOVE "//OVERLAPPING ACTIVE AND RESERVED ENTRIES//"
              TO IntegrityLine
           WRITE IntegrityLine
           PERFORM VARYING IntgInvIndex FROM 1 BY 1
                 UNTIL IntgInvIndex > IntgInvCount
              PERFORM VARYING IntgInvOther FROM IntgInvIndex BY 1
                    UNTIL IntgInvOther > IntgInvCount
                 IF IntgInvOther > IntgInvIndex
                       AND IntgInvStart(IntgInvIndex) NOT >
                          IntgInvEnd(IntgInvOther)
                       AND IntgInvStart(IntgInvOther) NOT >
                          IntgInvEnd(IntgInvIndex) THEN
                    COMPUTE IntgOverlapCount = IntgOverlapCount + 1
                    MOVE SPACES TO IntegrityLine
                    STRING "  " DELIMITED BY SIZE
                       IntgInvNetwork(IntgInvIndex)
                          DELIMITED BY SPACE
                       " /" DELIMITED BY SIZE
                       IntgInvPrefix(IntgInvIndex) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       IntgInvState(IntgInvIndex) DELIMITED BY SIZE
                       ") overlaps " DELIMITED BY SIZE
                       IntgInvNetwork(IntgInvOther)
                          DELIMITED BY SPACE
                       " /" DELIMITED BY SIZE
                       IntgInvPrefix(IntgInvOther) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       IntgInvState(IntgInvOther) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO IntegrityLine
                    WRITE IntegrityLine
                 END-IF
              END-PERFORM
           END-PERFORM
           MOVE IntgOverlapCount TO IntgCountOutput
           PERFORM INTGCOUNTLINE.

      * loads the pool master as address ranges, parsed and
      * aligned the way FINDPOOLBLOCK takes a pool; a record that
      * will not parse is noted and left out
         INTGLOADPOOLS.
           MOVE 0 TO IntgPoolCount
           MOVE "N" TO IntgPoolLostSwitch
           MOVE "N" TO PoolEOFSwitch
           OPEN INPUT PoolFile
           IF PoolFileStatus NOT = "00" THEN
              MOVE SPACES TO IntegrityLine
              STRING "WARNING: cannot open subnetpools.dat, status "
                 DELIMITED BY SIZE
                 PoolFileStatus DELIMITED BY SIZE
                 INTO IntegrityLine
              WRITE IntegrityLine
           ELSE
              PERFORM UNTIL NoMorePools
                 READ PoolFile
                    AT END
                       SET NoMorePools TO TRUE
                    NOT AT END
                       IF PoolRecord(1:8) NOT = SPACES THEN
                          PERFORM INTGONEPOOL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PoolFile
           END-IF.

      * files one pool master record in IntgPoolTable
         INTGONEPOOL.
           MOVE "N" TO PoolBadSwitch
           MOVE PoolRecord(1:25) TO PoolFields
           MOVE PoolRecIPText TO WorkingIP
           PERFORM VALIDATEWORKINGIP
           MOVE SPACES TO NumFieldIn
           MOVE PoolRecPrefixText TO NumFieldIn(1:2)
           PERFORM CONVERTNUMFIELD
           IF IPIsInvalid OR NumFieldInvalid THEN
              SET PoolRecordBad TO TRUE
           ELSE
              MOVE NumFieldValue TO PoolPrefix
              IF PoolPrefix < 1 OR PoolPrefix > 30 THEN
                 SET PoolRecordBad TO TRUE
              END-IF
           END-IF
           IF PoolRecordBad THEN
              MOVE SPACES TO IntegrityLine
              STRING "WARNING: bad pool master record for "
                 DELIMITED BY SIZE
                 PoolRecName DELIMITED BY SPACE
                 ", not checked" DELIMITED BY SIZE
                 INTO IntegrityLine
              WRITE IntegrityLine
           ELSE
              IF IntgPoolCount < 200 THEN
                 COMPUTE PoolHostBits = 32 - PoolPrefix
                 MOVE 1 TO PoolBlockSize
                 PERFORM PoolHostBits TIMES
                    COMPUTE PoolBlockSize = PoolBlockSize * 2
                 END-PERFORM
                 COMPUTE OverlapAddress =
                    ((IPOctet1 * 256 + IPOctet2) * 256 + IPOctet3)
                    * 256 + IPOctet4
                 COMPUTE IntgPoolCount = IntgPoolCount + 1
                 MOVE PoolRecName TO IntgPoolName(IntgPoolCount)
                 DIVIDE OverlapAddress BY PoolBlockSize
                    GIVING PoolStart
                 COMPUTE IntgPoolStart(IntgPoolCount) =
                    PoolStart * PoolBlockSize
                 COMPUTE IntgPoolEnd(IntgPoolCount) =
                    IntgPoolStart(IntgPoolCount) + PoolBlockSize - 1
              ELSE
                 SET IntgPoolLost TO TRUE
              END-IF
           END-IF.

      * active and reserved entries that no single pool holds
      * whole
         INTGNOPOOLPASS.
           MOVE SPACES TO IntegrityLine
           MOVE "//ALLOCATIONS OUTSIDE ANY POOL//" TO IntegrityLine
           WRITE IntegrityLine
           IF IntgPoolLost THEN
              MOVE SPACES TO IntegrityLine
              STRING "WARNING: more than 200 pools; the rest "
                 DELIMITED BY SIZE
                 "were not checked" DELIMITED BY SIZE
                 INTO IntegrityLine
              WRITE IntegrityLine
           END-IF
           PERFORM VARYING IntgInvIndex FROM 1 BY 1
                 UNTIL IntgInvIndex > IntgInvCount
              MOVE "N" TO IntgMatchSwitch
              PERFORM VARYING IntgPoolIndex FROM 1 BY 1
                    UNTIL IntgPoolIndex > IntgPoolCount
                       OR IntgMatched
                 IF IntgInvStart(IntgInvIndex) NOT <
                       IntgPoolStart(IntgPoolIndex)
                       AND IntgInvEnd(IntgInvIndex) NOT >
                          IntgPoolEnd(IntgPoolIndex) THEN
                    SET IntgMatched TO TRUE
                 END-IF
              END-PERFORM
              IF NOT IntgMatched THEN
                 COMPUTE IntgNoPoolCount = IntgNoPoolCount + 1
                 MOVE SPACES TO IntegrityLine
                 STRING "  " DELIMITED BY SIZE
                    IntgInvNetwork(IntgInvIndex) DELIMITED BY SPACE
                    " /" DELIMITED BY SIZE
                    IntgInvPrefix(IntgInvIndex) DELIMITED BY SIZE
                    " State=" DELIMITED BY SIZE
                    IntgInvState(IntgInvIndex) DELIMITED BY SIZE
                    " Site=" DELIMITED BY SIZE
                    IntgInvSite(IntgInvIndex) DELIMITED BY SIZE
                    INTO IntegrityLine
                 WRITE IntegrityLine
              END-IF
           END-PERFORM
           MOVE IntgNoPoolCount TO IntgCountOutput
           PERFORM INTGCOUNTLINE.

      * every pair of pools whose ranges meet, listed once per pair
         INTGPOOLOVERLAPPASS.
           MOVE SPACES TO IntegrityLine
           MOVE "//POOLS OVERLAPPING OTHER POOLS//" TO IntegrityLine
           WRITE IntegrityLine
           PERFORM VARYING IntgPoolIndex FROM 1 BY 1
                 UNTIL IntgPoolIndex > IntgPoolCount
              PERFORM VARYING IntgPoolOther FROM IntgPoolIndex BY 1
                    UNTIL IntgPoolOther > IntgPoolCount
                 IF IntgPoolOther > IntgPoolIndex
                       AND IntgPoolStart(IntgPoolIndex) NOT >
                          IntgPoolEnd(IntgPoolOther)
                       AND IntgPoolStart(IntgPoolOther) NOT >
                          IntgPoolEnd(IntgPoolIndex) THEN
                    COMPUTE IntgPoolOverlapCount =
                       IntgPoolOverlapCount + 1
                    MOVE SPACES TO IntegrityLine
                    STRING "  Pool " DELIMITED BY SIZE
                       IntgPoolName(IntgPoolIndex)
                          DELIMITED BY SPACE
                       " overlaps pool " DELIMITED BY SIZE
                       IntgPoolName(IntgPoolOther)
                          DELIMITED BY SPACE
                       INTO IntegrityLine
                    WRITE IntegrityLine
                 END-IF
              END-PERFORM
           END-PERFORM
           MOVE IntgPoolOverlapCount TO IntgCountOutput
           PERFORM INTGCOUNTLINE.

      * reservations still pending after their expiry date, the
      * same test RESVAGINGREPORT applies
         INTGEXPIREDPASS.
           MOVE SPACES TO IntegrityLine
           MOVE "//EXPIRED RESERVATIONS//" TO IntegrityLine
           WRITE IntegrityLine
           PERFORM VARYING IntgInvIndex FROM 1 BY 1
                 UNTIL IntgInvIndex > IntgInvCount
              IF IntgInvState(IntgInvIndex) = "P"
                    AND IntgInvExpiry(IntgInvIndex) <
                       CurrentDateOutput THEN
                 COMPUTE IntgExpiredCount = IntgExpiredCount + 1
                 MOVE SPACES TO IntegrityLine
                 STRING "  " DELIMITED BY SIZE
                    IntgInvNetwork(IntgInvIndex) DELIMITED BY SPACE
                    " /" DELIMITED BY SIZE
                    IntgInvPrefix(IntgInvIndex) DELIMITED BY SIZE
                    " Site=" DELIMITED BY SIZE
                    IntgInvSite(IntgInvIndex) DELIMITED BY SIZE
                    " Expired=" DELIMITED BY SIZE
                    IntgInvExpiry(IntgInvIndex) DELIMITED BY SIZE
                    INTO IntegrityLine
                 WRITE IntegrityLine
              END-IF
           END-PERFORM
           MOVE IntgExpiredCount TO IntgCountOutput
           PERFORM INTGCOUNTLINE.

      * reads the host register against IntgInvTable: an assigned
      * host whose network has no active or reserved entry is an
      * orphan, and one whose address falls outside the static
      * range HOSTSETRANGE would give its subnet is out of range.
      * The register is read once per section so each section's
      * lines stay together under its heading
         INTGHOSTPASS.
           MOVE SPACES TO IntegrityLine
           MOVE "//HOSTS WITH NO ACTIVE OR RESERVED SUBNET//"
              TO IntegrityLine
           WRITE IntegrityLine
           PERFORM OPENHOSTIN
           PERFORM UNTIL NoMoreHosts
              READ HostFile NEXT
                 AT END
                    SET NoMoreHosts TO TRUE
                 NOT AT END
                    MOVE HostRecord TO HostWorkRecord
                    IF HostRecState = "A" THEN
                       PERFORM INTGFINDHOSTNET
                       IF NOT IntgMatched THEN
                          COMPUTE IntgOrphanCount =
                             IntgOrphanCount + 1
                          PERFORM INTGHOSTLINE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HostFile
           MOVE IntgOrphanCount TO IntgCountOutput
           PERFORM INTGCOUNTLINE
           MOVE SPACES TO IntegrityLine
           MOVE "//HOSTS OUTSIDE THEIR SUBNET'S STATIC RANGE//"
              TO IntegrityLine
           WRITE IntegrityLine
           PERFORM OPENHOSTIN
           PERFORM UNTIL NoMoreHosts
              READ HostFile NEXT
                 AT END
                    SET NoMoreHosts TO TRUE
                 NOT AT END
                    MOVE HostRecord TO HostWorkRecord
                    IF HostRecState = "A" THEN
                       PERFORM INTGFINDHOSTNET
                       IF IntgMatched THEN
                          PERFORM INTGCHECKSTATIC
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HostFile
           MOVE IntgOutsideCount TO IntgCountOutput
           PERFORM INTGCOUNTLINE.

      * finds the active or reserved entry the host is filed under,
      * leaving IntgInvIndex on it
         INTGFINDHOSTNET.
           MOVE "N" TO IntgMatchSwitch
           PERFORM VARYING IntgInvIndex FROM 1 BY 1
                 UNTIL IntgInvIndex > IntgInvCount OR IntgMatched
              IF IntgInvNetwork(IntgInvIndex) = HostRecNetwork THEN
                 SET IntgMatched TO TRUE
              END-IF
           END-PERFORM
           IF IntgMatched THEN
              COMPUTE IntgInvIndex = IntgInvIndex - 1
           END-IF.

      * the static range of the host's subnet runs from past the
      * gateway up to net+reserved for the subnet's site, capped
      * below the broadcast address
         INTGCHECKSTATIC.
           MOVE IntgInvSite(IntgInvIndex) TO WorkOrderSiteCode
           PERFORM APPLYSITESETTINGS
           IF DhcpReservedCount = 0 THEN
              MOVE 1 TO DhcpReservedCount
           END-IF
           COMPUTE IntgStaticLimit =
              IntgInvStart(IntgInvIndex) + DhcpReservedCount
           IF IntgStaticLimit > IntgInvEnd(IntgInvIndex) - 1 THEN
              COMPUTE IntgStaticLimit = IntgInvEnd(IntgInvIndex) - 1
           END-IF
           MOVE HostRecIP TO WorkingIP
           PERFORM VALIDATEWORKINGIP
           MOVE "N" TO IntgMatchSwitch
           IF NOT IPIsInvalid THEN
              COMPUTE IntgAddress =
                 ((IPOctet1 * 256 + IPOctet2) * 256 + IPOctet3)
                 * 256 + IPOctet4
              IF IntgAddress NOT < IntgInvStart(IntgInvIndex) + 2
                    AND IntgAddress NOT > IntgStaticLimit THEN
                 SET IntgMatched TO TRUE
              END-IF
           END-IF
           IF NOT IntgMatched THEN
              COMPUTE IntgOutsideCount = IntgOutsideCount + 1
              PERFORM INTGHOSTLINE
           END-IF.

      * one host exception line
         INTGHOSTLINE.
           MOVE SPACES TO IntegrityLine
           STRING "  " DELIMITED BY SIZE
              HostRecIP DELIMITED BY SPACE
              " Subnet=" DELIMITED BY SIZE
              HostRecNetwork DELIMITED BY SPACE
              " Name=" DELIMITED BY SIZE
              HostRecName DELIMITED BY SPACE
              " Owner=" DELIMITED BY SIZE
              HostRecOwner DELIMITED BY SIZE
              INTO IntegrityLine
           WRITE IntegrityLine.

      * the count line closing each section
         INTGCOUNTLINE.
           MOVE SPACES TO IntegrityLine
           STRING "Count: " DELIMITED BY SIZE
              IntgCountOutput DELIMITED BY SIZE
              INTO IntegrityLine
           WRITE IntegrityLine.

      * one count per exception type and the total
         INTGSUMMARY.
           COMPUTE IntgTotalCount = IntgOrphanCount
              + IntgOutsideCount + IntgOverlapCount
              + IntgMisalignCount + IntgNoPoolCount
              + IntgPoolOverlapCount + IntgExpiredCount
           MOVE SPACES TO IntegrityLine
           MOVE "//EXCEPTION SUMMARY//" TO IntegrityLine
           WRITE IntegrityLine
           MOVE IntgOrphanCount TO IntgCountOutput
           MOVE SPACES TO IntegrityLine
           STRING "  Orphan hosts:                  "
              DELIMITED BY SIZE
              IntgCountOutput DELIMITED BY SIZE
              INTO IntegrityLine
           WRITE IntegrityLine
           MOVE IntgOutsideCount TO IntgCountOutput
           MOVE SPACES TO IntegrityLine
           STRING "  Hosts outside static range:    "
              DELIMITED BY SIZE
              IntgCountOutput DELIMITED BY SIZE
              INTO IntegrityLine
           WRITE IntegrityLine
           MOVE IntgOverlapCount TO IntgCountOutput
           MOVE SPACES TO IntegrityLine
           STRING "  Overlapping entries:           "
              DELIMITED BY SIZE
              IntgCountOutput DELIMITED BY SIZE
              INTO IntegrityLine
           WRITE IntegrityLine
           MOVE IntgMisalignCount TO IntgCountOutput
           MOVE SPACES TO IntegrityLine
           STRING "  Misaligned network keys:       "
              DELIMITED BY SIZE
              IntgCountOutput DELIMITED BY SIZE
              INTO IntegrityLine
           WRITE IntegrityLine
           MOVE IntgNoPoolCount TO IntgCountOutput
           MOVE SPACES TO IntegrityLine
           STRING "  Allocations outside any pool:  "
              DELIMITED BY SIZE
              IntgCountOutput DELIMITED BY SIZE
              INTO IntegrityLine
           WRITE IntegrityLine
           MOVE IntgPoolOverlapCount TO IntgCountOutput
           MOVE SPACES TO IntegrityLine
           STRING "  Overlapping pools:             "
              DELIMITED BY SIZE
              IntgCountOutput DELIMITED BY SIZE
              INTO IntegrityLine
           WRITE IntegrityLine
           MOVE IntgExpiredCount TO IntgCountOutput
           MOVE SPACES TO IntegrityLine
           STRING "  Expired reservations:          "
              DELIMITED BY SIZE
              IntgCountOutput DELIMITED BY SIZE
              INTO IntegrityLine
           WRITE IntegrityLine
           MOVE IntgTotalCount TO IntgCountOutput
           MOVE SPACES TO IntegrityLine
           STRING "  Total exceptions:              "
              DELIMITED BY SIZE
              IntgCountOutput DELIMITED BY SIZE
              INTO IntegrityLine
           WRITE IntegrityLine.

      * bulk load of allocations made outside the calculator, so
      * the overlap checks learn about live space.  Each extract
      * line passes the calculator's own dotted-quad and alignment
      * rules and is checked against the inventory and the lines
      * before it; a trial run reports what would load and writes
      * nothing, a live run takes the inventory lock for the whole
      * load the way a batch run does
         LEGACYLOADMODE.
           DISPLAY "Trial run only -- report what would load and ",
      -            "write nothing? (Y/N): " WITH NO ADVANCING
           MOVE "N" TO LoadTrialChoice
           ACCEPT LoadTrialChoice
           IF LoadTrialRun THEN
              PERFORM LOADRUN
           ELSE
              MOVE OperId TO LockOwnerWanted
              PERFORM LOCKACQUIRE
              IF NOT LockHeld THEN
                 DISPLAY "Load refused: another run holds the ",
      -             "inventory lock."
                 MOVE 8 TO RETURN-CODE
              ELSE
                 SET KeepLockForRun TO TRUE
                 PERFORM LOADRUN
                 MOVE "N" TO LockKeepSwitch
                 PERFORM LOCKRELEASE
              END-IF
           END-IF.

      * the load itself: every extract line is checked and either
      * filed (or, on a trial, counted as loadable) or rejected
         LOADRUN.
           MOVE ZEROES TO LoadReadCount LoadGoodCount
                          LoadRejectCount LoadReasonCounts
           MOVE ZEROES TO LoadLineNumber
           MOVE 0 TO LoadCount
           MOVE "N" TO LegacyEOFSwitch
           ACCEPT CurrentDateOutput FROM DATE YYYYMMDD
           OPEN INPUT LegacyFile
           IF LegacyFileStatus NOT = "00" THEN
              DISPLAY
      -       "ERROR: cannot open legacyload.dat, status ",
      -       LegacyFileStatus
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM PMAPLOADINVENTORY
              PERFORM LOADOPENOUTPUTS
              IF LegacyReportStatus NOT = "00"
                    OR LegacyRejectStatus NOT = "00" THEN
                 CLOSE LegacyFile
              ELSE
                 MOVE SPACES TO LegacyReportLine
                 IF LoadTrialRun THEN
                    MOVE "//LEGACY ALLOCATION LOAD -- TRIAL RUN//"
                       TO LegacyReportLine
                 ELSE
                    MOVE "//LEGACY ALLOCATION LOAD//"
                       TO LegacyReportLine
                 END-IF
                 WRITE LegacyReportLine
                 MOVE SPACES TO LegacyReportLine
                 STRING "Run " DELIMITED BY SIZE
                    CurrentDateOutput DELIMITED BY SIZE
                    " by " DELIMITED BY SIZE
                    OperId DELIMITED BY SPACE
                    INTO LegacyReportLine
                 WRITE LegacyReportLine
                 IF PmapInvLost THEN
                    MOVE SPACES TO LegacyReportLine
                    STRING "WARNING: more than 3000 active and "
                       DELIMITED BY SIZE
                       "reserved entries on file; overlaps with the "
                       DELIMITED BY SIZE
                       "rest are caught only by key" DELIMITED BY SIZE
                       INTO LegacyReportLine
                    WRITE LegacyReportLine
                 END-IF
                 PERFORM UNTIL NoMoreLegacy
                    READ LegacyFile
                       AT END
                          SET NoMoreLegacy TO TRUE
                       NOT AT END
                          COMPUTE LoadLineNumber = LoadLineNumber + 1
                          IF LegacyRecord NOT = SPACES THEN
                             PERFORM LOADONELINE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE LegacyFile
                 PERFORM LOADTOTALS
                 CLOSE LegacyReportFile
                 CLOSE LegacyRejectFile
                 MOVE LoadGoodCount TO LoadCountOutput
                 IF LoadTrialRun THEN
                    DISPLAY "Trial load: ", LoadCountOutput,
      -                     " line(s) would load; see legacyload.txt"
                 ELSE
                    DISPLAY "Legacy load: ", LoadCountOutput,
      -                     " allocation(s) loaded; see legacyload.txt"
                 END-IF
                 MOVE LoadRejectCount TO LoadCountOutput
                 DISPLAY "  Rejected to legacyrej.dat: ",
      -                  LoadCountOutput
              END-IF
           END-IF.

      * opens the load report and the reject file; either failing
      * ends the load with return code 8 before a line is read
         LOADOPENOUTPUTS.
           OPEN OUTPUT LegacyReportFile
           IF LegacyReportStatus NOT = "00" THEN
              DISPLAY "ERROR: cannot open legacyload.txt, status ",
                 LegacyReportStatus
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT LegacyRejectFile
              IF LegacyRejectStatus NOT = "00" THEN
                 DISPLAY "ERROR: cannot open legacyrej.dat, status ",
                    LegacyRejectStatus
                 MOVE 8 TO RETURN-CODE
                 CLOSE LegacyReportFile
              END-IF
           END-IF.

      * checks, files and reports one extract line
         LOADONELINE.
           COMPUTE LoadReadCount = LoadReadCount + 1
           MOVE LegacyRecord TO LoadFields
           PERFORM LOADVALIDATE
           IF LoadCode = SPACES AND NOT LoadTrialRun THEN
              MOVE SPACES TO InventoryWorkRecord
              MOVE LoadNetworkText TO InvRecNetwork
              MOVE "4" TO InvRecType
              MOVE LoadPrefix TO InvRecPrefix
              IF LoadBlock > 2 THEN
                 COMPUTE InvRecClients = LoadBlock - 2
              ELSE
                 MOVE LoadBlock TO InvRecClients
              END-IF
              MOVE LoadState TO InvRecState
              IF LoadState = "P" THEN
                 MOVE CurrentDateOutput TO DateWorkYMD
                 MOVE LoadHoldDays TO DateAddDays
                 PERFORM ADDDAYSTODATE
                 MOVE DateWorkYMD TO InvRecExpiry
              END-IF
              MOVE LoadDate TO InvRecDate
              MOVE "LEGACY" TO InvRecOrder
              MOVE LoadRequester TO InvRecRequester
              MOVE LoadSite TO InvRecSite
              MOVE "LEGACY" TO WorkOrderNumber
              MOVE LoadRequester TO WorkOrderRequester
              MOVE LoadSite TO WorkOrderSiteCode
              PERFORM APPENDINVENTORY
              IF NOT AppendRecorded THEN
                 MOVE "L09" TO LoadCode
                 MOVE 9 TO LoadCodeNumber
              END-IF
           END-IF
           MOVE LoadLineNumber TO LoadLineOutput
           MOVE SPACES TO LegacyReportLine
           MOVE 1 TO DisplayLinePointer
           STRING "  Line " DELIMITED BY SIZE
              LoadLineOutput DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              LoadNetworkText DELIMITED BY SPACE
              "/" DELIMITED BY SIZE
              LoadPrefixText DELIMITED BY SPACE
              "  " DELIMITED BY SIZE
              LoadSite DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              LoadRequester DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              LoadState DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              INTO LegacyReportLine
              WITH POINTER DisplayLinePointer
           IF LoadCode = SPACES THEN
              COMPUTE LoadGoodCount = LoadGoodCount + 1
              IF LoadCount < 2000 THEN
                 COMPUTE LoadCount = LoadCount + 1
                 MOVE LoadNetworkText TO LoadEntNetwork(LoadCount)
                 MOVE LoadState TO LoadEntState(LoadCount)
                 MOVE LoadStart TO LoadEntStart(LoadCount)
                 MOVE LoadEnd TO LoadEntEnd(LoadCount)
              END-IF
              IF LoadTrialRun THEN
                 STRING "WOULD LOAD  " DELIMITED BY SIZE
                    LoadNote DELIMITED BY SIZE
                    INTO LegacyReportLine
                    WITH POINTER DisplayLinePointer
              ELSE
                 STRING "LOADED  " DELIMITED BY SIZE
                    LoadNote DELIMITED BY SIZE
                    INTO LegacyReportLine
                    WITH POINTER DisplayLinePointer
              END-IF
              WRITE LegacyReportLine
           ELSE
              COMPUTE LoadRejectCount = LoadRejectCount + 1
              COMPUTE LoadReasonCount(LoadCodeNumber) =
                 LoadReasonCount(LoadCodeNumber) + 1
              PERFORM LOADREASONTEXT
              STRING "REJECT " DELIMITED BY SIZE
                 LoadCode DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 DisplayLine DELIMITED BY "  "
                 INTO LegacyReportLine
                 WITH POINTER DisplayLinePointer
              WRITE LegacyReportLine
              IF LoadConflictText NOT = SPACES THEN
                 MOVE SPACES TO LegacyReportLine
                 STRING "        conflicts with " DELIMITED BY SIZE
                    LoadConflictText DELIMITED BY SPACE
                    INTO LegacyReportLine
                 WRITE LegacyReportLine
              END-IF
              MOVE SPACES TO LegacyRejectRecord
              MOVE LoadCode TO LegacyRejectRecord(1:3)
              MOVE LegacyRecord TO LegacyRejectRecord(5:120)
              WRITE LegacyRejectRecord
           END-IF.

      * the checks, in order; the first failure sets LoadCode and
      * LoadCodeNumber and the later checks are skipped
         LOADVALIDATE.
           MOVE SPACES TO LoadCode
           MOVE SPACES TO LoadConflictText
           MOVE 0 TO LoadCodeNumber
           MOVE LoadNetworkText TO WorkingIP
           PERFORM VALIDATEWORKINGIP
           IF IPIsInvalid THEN
              MOVE "L01" TO LoadCode
              MOVE 1 TO LoadCodeNumber
           END-IF
           IF LoadCode = SPACES THEN
              MOVE SPACES TO NumFieldIn
              MOVE LoadPrefixText TO NumFieldIn(1:2)
              PERFORM CONVERTNUMFIELD
              IF NumFieldInvalid OR NumFieldValue < 1
                    OR NumFieldValue > 32 THEN
                 MOVE "L02" TO LoadCode
                 MOVE 2 TO LoadCodeNumber
              ELSE
                 MOVE NumFieldValue TO LoadPrefix
              END-IF
           END-IF
           IF LoadCode = SPACES THEN
              COMPUTE LoadAddress =
                 ((IPOctet1 * 256 + IPOctet2) * 256 + IPOctet3)
                 * 256 + IPOctet4
              COMPUTE LoadBits = 32 - LoadPrefix
              MOVE 1 TO LoadBlock
              PERFORM LoadBits TIMES
                 COMPUTE LoadBlock = LoadBlock * 2
              END-PERFORM
              DIVIDE LoadAddress BY LoadBlock GIVING LoadStart
              COMPUTE LoadStart = LoadStart * LoadBlock
              COMPUTE LoadEnd = LoadStart + LoadBlock - 1
              IF LoadStart NOT = LoadAddress THEN
                 MOVE "L03" TO LoadCode
                 MOVE 3 TO LoadCodeNumber
              END-IF
           END-IF
           IF LoadCode = SPACES THEN
              IF LoadSite = SPACES OR LoadRequester = SPACES THEN
                 MOVE "L04" TO LoadCode
                 MOVE 4 TO LoadCodeNumber
              END-IF
           END-IF
           IF LoadCode = SPACES THEN
              PERFORM LOADCHECKDATE
           END-IF
           IF LoadCode = SPACES THEN
              IF LoadState NOT = "A" AND LoadState NOT = "P"
                    AND LoadState NOT = "R" THEN
                 MOVE "L06" TO LoadCode
                 MOVE 6 TO LoadCodeNumber
              END-IF
           END-IF
           IF LoadCode = SPACES THEN
              PERFORM LOADCHECKINVENTORY
           END-IF
           IF LoadCode = SPACES THEN
              PERFORM LOADCHECKEARLIER
           END-IF
           IF LoadCode = SPACES AND LoadCount NOT < 2000 THEN
              MOVE "L10" TO LoadCode
              MOVE 10 TO LoadCodeNumber
           END-IF.

      * the original date must be a real calendar date no later
      * than today
         LOADCHECKDATE.
           IF LoadDate IS NOT NUMERIC THEN
              MOVE "L05" TO LoadCode
              MOVE 5 TO LoadCodeNumber
           ELSE
              MOVE LoadDate(1:4) TO DateWorkYear
              MOVE LoadDate(5:2) TO DateWorkMonth
              MOVE LoadDate(7:2) TO DateWorkDay
              IF DateWorkYear < 1980 OR DateWorkMonth < 1
                    OR DateWorkMonth > 12 OR DateWorkDay < 1
                    OR LoadDate > CurrentDateOutput THEN
                 MOVE "L05" TO LoadCode
                 MOVE 5 TO LoadCodeNumber
              ELSE
                 PERFORM SETMONTHLENGTH
                 IF DateWorkDay > DateMonthLen THEN
                    MOVE "L05" TO LoadCode
                    MOVE 5 TO LoadCodeNumber
                 END-IF
              END-IF
           END-IF.

      * an active or reserved line must not meet any active or
      * reserved range on file; a released line only needs its key
      * free of an active or reserved holder (a released holder is
      * reused in place by APPENDINVENTORY)
         LOADCHECKINVENTORY.
           PERFORM VARYING PmapInvIndex FROM 1 BY 1
                 UNTIL PmapInvIndex > PmapInvCount
                    OR LoadCode NOT = SPACES
              IF PmapInvNetwork(PmapInvIndex) = LoadNetworkText
                    OR (LoadState NOT = "R"
                    AND LoadStart NOT > PmapInvEnd(PmapInvIndex)
                    AND PmapInvStart(PmapInvIndex) NOT > LoadEnd)
              THEN
                 MOVE "L07" TO LoadCode
                 MOVE 7 TO LoadCodeNumber
                 MOVE SPACES TO DisplayLine
                 MOVE 1 TO DisplayLinePointer
                 STRING PmapInvNetwork(PmapInvIndex)
                       DELIMITED BY SPACE
                    "/" DELIMITED BY SIZE
                    PmapInvPrefix(PmapInvIndex) DELIMITED BY SIZE
                    INTO DisplayLine
                    WITH POINTER DisplayLinePointer
                 MOVE DisplayLine(1:19) TO LoadConflictText
              END-IF
           END-PERFORM.

      * the same test against the lines accepted earlier in this
      * extract, where any two lines with one key also clash
         LOADCHECKEARLIER.
           PERFORM VARYING LoadIndex FROM 1 BY 1
                 UNTIL LoadIndex > LoadCount
                    OR LoadCode NOT = SPACES
              IF LoadEntNetwork(LoadIndex) = LoadNetworkText
                    OR (LoadState NOT = "R"
                    AND LoadEntState(LoadIndex) NOT = "R"
                    AND LoadStart NOT > LoadEntEnd(LoadIndex)
                    AND LoadEntStart(LoadIndex) NOT > LoadEnd)
              THEN
                 MOVE "L08" TO LoadCode
                 MOVE 8 TO LoadCodeNumber
                 MOVE LoadEntNetwork(LoadIndex) TO LoadConflictText
              END-IF
           END-PERFORM.

      * the plain-words reason for LoadCodeNumber, in DisplayLine
         LOADREASONTEXT.
           MOVE SPACES TO DisplayLine
           EVALUATE LoadCodeNumber
              WHEN 1
                 MOVE "network is not a valid dotted quad"
                    TO DisplayLine
              WHEN 2
                 MOVE "prefix is not a number from 1 to 32"
                    TO DisplayLine
              WHEN 3
                 MOVE "network is not the first address of its block"
                    TO DisplayLine
              WHEN 4
                 MOVE "site or requester is missing" TO DisplayLine
              WHEN 5
                 MOVE "original date is not a valid past date"
                    TO DisplayLine
              WHEN 6
                 MOVE "state is not A, P or R" TO DisplayLine
              WHEN 7
                 MOVE "overlaps an allocation already on file"
                    TO DisplayLine
              WHEN 8
                 MOVE "overlaps an earlier line of this extract"
                    TO DisplayLine
              WHEN 9
                 MOVE "could not be written to the inventory"
                    TO DisplayLine
              WHEN OTHER
                 MOVE "more than 2000 good lines in one extract"
                    TO DisplayLine
           END-EVALUATE.

      * load totals: lines read, loaded (or loadable) and
      * rejected, and the rejects by reason code
         LOADTOTALS.
           MOVE SPACES TO LegacyReportLine
           WRITE LegacyReportLine
           MOVE LoadReadCount TO LoadCountOutput
           MOVE SPACES TO LegacyReportLine
           STRING "Extract lines read: " DELIMITED BY SIZE
              LoadCountOutput DELIMITED BY SIZE
              INTO LegacyReportLine
           WRITE LegacyReportLine
           MOVE LoadGoodCount TO LoadCountOutput
           MOVE SPACES TO LegacyReportLine
           IF LoadTrialRun THEN
              STRING "Would load: " DELIMITED BY SIZE
                 LoadCountOutput DELIMITED BY SIZE
                 INTO LegacyReportLine
           ELSE
              STRING "Loaded: " DELIMITED BY SIZE
                 LoadCountOutput DELIMITED BY SIZE
                 INTO LegacyReportLine
           END-IF
           WRITE LegacyReportLine
           MOVE LoadRejectCount TO LoadCountOutput
           MOVE SPACES TO LegacyReportLine
           STRING "Rejected: " DELIMITED BY SIZE
              LoadCountOutput DELIMITED BY SIZE
              INTO LegacyReportLine
           WRITE LegacyReportLine
           PERFORM VARYING LoadCodeNumber FROM 1 BY 1
                 UNTIL LoadCodeNumber > 10
              IF LoadReasonCount(LoadCodeNumber) > 0 THEN
                 PERFORM LOADREASONTEXT
                 MOVE LoadReasonCount(LoadCodeNumber)
                    TO LoadCountOutput
                 MOVE SPACES TO LegacyReportLine
                 STRING "  L" DELIMITED BY SIZE
                    LoadCodeNumber DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    LoadCountOutput DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    DisplayLine DELIMITED BY "  "
                    INTO LegacyReportLine
                 WRITE LegacyReportLine
              END-IF
           END-PERFORM.

      * sets VlanRangeLow/High from the site in WorkOrderSiteCode,
      * looked up apart from APPLYSITESETTINGS so an interactive
      * plan keeps whatever export values the operator chose
         VLANSITERANGE.
           MOVE 100 TO VlanRangeLow
           MOVE 899 TO VlanRangeHigh
           PERFORM VARYING SiteIndex FROM 1 BY 1
                 UNTIL SiteIndex > SiteCount
              IF SiteCode(SiteIndex) = WorkOrderSiteCode
                    AND SiteVlanLow(SiteIndex) > 0 THEN
                 MOVE SiteVlanLow(SiteIndex) TO VlanRangeLow
                 MOVE SiteVlanHigh(SiteIndex) TO VlanRangeHigh
              END-IF
           END-PERFORM.

      * opens the VLAN registry for update, creating it empty the
      * first time
         OPENVLANIO.
           MOVE "N" TO VlanOpenSwitch
           OPEN I-O VlanFile
           IF VlanFileStatus = "35" THEN
              OPEN OUTPUT VlanFile
              CLOSE VlanFile
              OPEN I-O VlanFile
           END-IF
           IF VlanFileStatus NOT = "00" THEN
              DISPLAY
      -       "ERROR: cannot open vlanreg.dat, status ",
      -       VlanFileStatus
           ELSE
              SET VlanRegistryOpen TO TRUE
           END-IF.

      * finds the first free ID from VlanSearchFrom up to the top
      * of the site's range -- no record yet, or a freed one -- and
      * leaves it in CfgVlanNumber; when the plan is on file the ID
      * is registered to the current config row at once
         VLANTAKENEXT.
           MOVE "N" TO VlanFreeSwitch
           IF VlanRegistryOpen THEN
              PERFORM VARYING VlanCandidate FROM VlanSearchFrom BY 1
                    UNTIL VlanCandidate > VlanRangeHigh
                       OR VlanFreeFound
                 MOVE "N" TO VlanExistsSwitch
                 MOVE WorkOrderSiteCode TO VlanKeySite
                 MOVE VlanCandidate TO VlanKeyId
                 READ VlanFile
                    INVALID KEY
                       SET VlanFreeFound TO TRUE
                    NOT INVALID KEY
                       MOVE VlanRecord TO VlanWorkRecord
                       IF VlanRecState = "F" THEN
                          SET VlanSlotExists TO TRUE
                          SET VlanFreeFound TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF VlanFreeFound THEN
              COMPUTE CfgVlanNumber = VlanCandidate - 1
              COMPUTE VlanSearchFrom = CfgVlanNumber + 1
              IF AppendRecorded THEN
                 PERFORM VLANREGISTERROW
              END-IF
           END-IF.

      * files CfgVlanNumber as assigned to the config row whose
      * network is CfgNetBinary, inside the inventory entry just
      * recorded
         VLANREGISTERROW.
           MOVE SPACES TO VlanWorkRecord
           MOVE WorkOrderSiteCode TO VlanRecSite
           MOVE CfgVlanNumber TO VlanRecId
           MOVE CfgNetBinary TO ConvertBinary
           PERFORM BINARYTODOTTED
           MOVE DottedQuadText TO VlanRecSubnet
           STRING "NET-" DELIMITED BY SIZE
              DottedQuadText(1:DottedQuadLen) DELIMITED BY SIZE
              INTO VlanRecName
           MOVE 0 TO VlanRowBits
           MOVE 1 TO VlanRowSpan
           PERFORM UNTIL VlanRowSpan NOT < CfgSpan
              COMPUTE VlanRowBits = VlanRowBits + 1
              COMPUTE VlanRowSpan = VlanRowSpan * 2
           END-PERFORM
           COMPUTE VlanRecPrefix = 32 - VlanRowBits
           MOVE InvRecNetwork TO VlanRecInvNetwork
           MOVE "A" TO VlanRecState
           ACCEPT VlanRecDate FROM DATE YYYYMMDD
           MOVE WorkOrderNumber TO VlanRecOwner
           IF WorkOrderNumber = "-" THEN
              MOVE OperId TO VlanRecOwner
           END-IF
           MOVE VlanWorkRecord TO VlanRecord
           IF VlanSlotExists THEN
              REWRITE VlanRecord
           ELSE
              WRITE VlanRecord
                 INVALID KEY
                    DISPLAY "ERROR: cannot register VLAN ",
      -                     VlanRecId, ", status ", VlanFileStatus
              END-WRITE
           END-IF.

      * frees every VLAN assigned against the inventory network
      * just released; the whole registry is read, so a subnet
      * whose site was changed after planning still gives its
      * VLANs back
         VLANFREEFORNET.
           MOVE InvReleaseTarget TO VlanFreedNetwork
           MOVE "N" TO VlanEOFSwitch
           PERFORM OPENVLANIO
           IF VlanRegistryOpen THEN
              PERFORM UNTIL NoMoreVlans
                 READ VlanFile NEXT
                    AT END
                       SET NoMoreVlans TO TRUE
                    NOT AT END
                       MOVE VlanRecord TO VlanWorkRecord
                       IF VlanRecState = "A"
                             AND VlanRecInvNetwork = VlanFreedNetwork
                       THEN
                          MOVE "F" TO VlanRecState
                          ACCEPT VlanRecDate FROM DATE YYYYMMDD
                          MOVE VlanWorkRecord TO VlanRecord
                          REWRITE VlanRecord
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VlanFile
           END-IF.

      * renders VlanIdNumber without leading zeros in VlanIdText
         VLANTRIMID.
           MOVE VlanIdNumber TO VlanIdEdit
           MOVE SPACES TO VlanIdText
           PERFORM VARYING VlanTrimIndex FROM 1 BY 1
                 UNTIL VlanTrimIndex > 3
                    OR VlanIdEdit(VlanTrimIndex:1) NOT = SPACE
              CONTINUE
           END-PERFORM
           MOVE VlanIdEdit(VlanTrimIndex:) TO VlanIdText.

      * VLAN registry maintenance: lists one site's registry with
      * its permitted range, then reserves an ID for use outside
      * any planned subnet (a trunk, a management VLAN) or frees
      * such a reservation.  Changes need the maintenance
      * authority
         VLANMODE.
           DISPLAY "Site code (blank for your home site): "
      -       WITH NO ADVANCING
           MOVE SPACES TO VlanSiteWanted
           ACCEPT VlanSiteWanted
           IF VlanSiteWanted = SPACES THEN
              MOVE OperHomeSite TO VlanSiteWanted
           END-IF
           MOVE VlanSiteWanted TO WorkOrderSiteCode
           PERFORM VLANSITERANGE
           MOVE VlanRangeLow TO VlanIdNumber
           PERFORM VLANTRIMID
           MOVE SPACES TO DisplayLine
           MOVE 1 TO DisplayLinePointer
           STRING "//VLAN REGISTRY " DELIMITED BY SIZE
              VlanSiteWanted DELIMITED BY SPACE
              "  range " DELIMITED BY SIZE
              VlanIdText DELIMITED BY SPACE
              "-" DELIMITED BY SIZE
              INTO DisplayLine
              WITH POINTER DisplayLinePointer
           MOVE VlanRangeHigh TO VlanIdNumber
           PERFORM VLANTRIMID
           STRING VlanIdText DELIMITED BY SPACE
              "//" DELIMITED BY SIZE
              INTO DisplayLine
              WITH POINTER DisplayLinePointer
           DISPLAY DisplayLine(1:DisplayLinePointer - 1)
           MOVE 0 TO VlanBrowseCount
           MOVE 0 TO VlanHeldCount
           MOVE "N" TO VlanEOFSwitch
           PERFORM OPENVLANIO
           IF VlanRegistryOpen THEN
              MOVE VlanSiteWanted TO VlanKeySite
              MOVE ZEROES TO VlanKeyId
              START VlanFile KEY IS NOT < VlanKey
                 INVALID KEY
                    SET NoMoreVlans TO TRUE
              END-START
              PERFORM UNTIL NoMoreVlans
                 READ VlanFile NEXT
                    AT END
                       SET NoMoreVlans TO TRUE
                    NOT AT END
                       MOVE VlanRecord TO VlanWorkRecord
                       IF VlanRecSite NOT = VlanSiteWanted THEN
                          SET NoMoreVlans TO TRUE
                       ELSE
                          PERFORM VLANPRINTONE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VlanFile
              MOVE VlanBrowseCount TO VlanCountOutput
              DISPLAY "VLAN IDs on file: ", VlanCountOutput
              MOVE VlanHeldCount TO VlanCountOutput
              DISPLAY "  Assigned or reserved: ", VlanCountOutput
              DISPLAY "Maintenance: R=reserve a VLAN ID, ",
      -          "F=free a reservation, N=none"
              DISPLAY "Choice: " WITH NO ADVANCING
              MOVE "N" TO VlanActionChoice
              ACCEPT VlanActionChoice
              IF (VlanActionChoice = "R" OR "F")
                    AND NOT OperCanMaintain THEN
                 MOVE "VLANMAINT" TO OperFunctionText
                 PERFORM REFUSEFUNCTION
                 MOVE "N" TO VlanActionChoice
              END-IF
              EVALUATE VlanActionChoice
                 WHEN "R"
                    PERFORM VLANRESERVE
                 WHEN "F"
                    PERFORM VLANFREERESERVED
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      * one browse line for the record in VlanWorkRecord
         VLANPRINTONE.
           COMPUTE VlanBrowseCount = VlanBrowseCount + 1
           IF VlanRecState NOT = "F" THEN
              COMPUTE VlanHeldCount = VlanHeldCount + 1
           END-IF
           MOVE VlanRecId TO VlanIdNumber
           PERFORM VLANTRIMID
           MOVE SPACES TO DisplayLine
           MOVE 1 TO DisplayLinePointer
           STRING "  Vlan" DELIMITED BY SIZE
              VlanIdText DELIMITED BY SPACE
              " State=" DELIMITED BY SIZE
              VlanRecState DELIMITED BY SIZE
              " Name=" DELIMITED BY SIZE
              VlanRecName DELIMITED BY SPACE
              INTO DisplayLine
              WITH POINTER DisplayLinePointer
           IF VlanRecSubnet NOT = SPACES THEN
              STRING " Subnet=" DELIMITED BY SIZE
                 VlanRecSubnet DELIMITED BY SPACE
                 "/" DELIMITED BY SIZE
                 VlanRecPrefix DELIMITED BY SIZE
                 " Plan=" DELIMITED BY SIZE
                 VlanRecInvNetwork DELIMITED BY SPACE
                 INTO DisplayLine
                 WITH POINTER DisplayLinePointer
           END-IF
           STRING " Date=" DELIMITED BY SIZE
              VlanRecDate DELIMITED BY SIZE
              " By=" DELIMITED BY SIZE
              VlanRecOwner DELIMITED BY SPACE
              INTO DisplayLine
              WITH POINTER DisplayLinePointer
           DISPLAY DisplayLine(1:DisplayLinePointer - 1).

      * asks for a VLAN ID and name and holds the ID with state R;
      * the ID must sit in the site's range and not be held already
         VLANRESERVE.
           PERFORM VLANACCEPTID
           IF NumFieldValid THEN
              DISPLAY "VLAN name: " WITH NO ADVANCING
              MOVE SPACES TO VlanNameEntry
              ACCEPT VlanNameEntry
              PERFORM OPENVLANIO
              IF VlanRegistryOpen THEN
                 MOVE "N" TO VlanExistsSwitch
                 MOVE "Y" TO VlanFreeSwitch
                 MOVE VlanSiteWanted TO VlanKeySite
                 MOVE NumFieldValue TO VlanKeyId
                 READ VlanFile
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET VlanSlotExists TO TRUE
                       MOVE VlanRecord TO VlanWorkRecord
                       IF VlanRecState NOT = "F" THEN
                          MOVE "N" TO VlanFreeSwitch
                       END-IF
                 END-READ
                 IF NOT VlanFreeFound THEN
                    DISPLAY "That VLAN ID is already assigned or ",
      -                "reserved."
                 ELSE
                    MOVE SPACES TO VlanWorkRecord
                    MOVE VlanSiteWanted TO VlanRecSite
                    MOVE NumFieldValue TO VlanRecId
                    MOVE VlanNameEntry TO VlanRecName
                    MOVE "R" TO VlanRecState
                    ACCEPT VlanRecDate FROM DATE YYYYMMDD
                    MOVE OperId TO VlanRecOwner
                    MOVE VlanWorkRecord TO VlanRecord
                    IF VlanSlotExists THEN
                       REWRITE VlanRecord
                    ELSE
                       WRITE VlanRecord
                    END-IF
                    DISPLAY "VLAN ID reserved."
                 END-IF
                 CLOSE VlanFile
              END-IF
           END-IF.

      * gives back a reservation made with VLANRESERVE; an ID
      * assigned to a planned subnet is freed only by releasing
      * the subnet
         VLANFREERESERVED.
           PERFORM VLANACCEPTID
           IF NumFieldValid THEN
              PERFORM OPENVLANIO
              IF VlanRegistryOpen THEN
                 MOVE "N" TO VlanFreeSwitch
                 MOVE VlanSiteWanted TO VlanKeySite
                 MOVE NumFieldValue TO VlanKeyId
                 READ VlanFile
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE VlanRecord TO VlanWorkRecord
                       IF VlanRecState = "R" THEN
                          SET VlanFreeFound TO TRUE
                          MOVE "F" TO VlanRecState
                          ACCEPT VlanRecDate FROM DATE YYYYMMDD
                          MOVE OperId TO VlanRecOwner
                          MOVE VlanWorkRecord TO VlanRecord
                          REWRITE VlanRecord
                       END-IF
                 END-READ
                 CLOSE VlanFile
                 IF VlanFreeFound THEN
                    DISPLAY "Reservation freed."
                 ELSE
                    DISPLAY "No reservation on file for that ",
      -                "VLAN ID."
                 END-IF
              END-IF
           END-IF.

      * reads a VLAN ID into NumFieldValue; NumFieldValid is left
      * off when it is not a number in the site's range
         VLANACCEPTID.
           DISPLAY "VLAN ID: " WITH NO ADVANCING
           MOVE SPACES TO VlanIdEntry
           ACCEPT VlanIdEntry
           MOVE SPACES TO NumFieldIn
           MOVE VlanIdEntry TO NumFieldIn(1:4)
           PERFORM CONVERTNUMFIELD
           IF NumFieldValid THEN
              IF NumFieldValue < VlanRangeLow
                    OR NumFieldValue > VlanRangeHigh THEN
                 SET NumFieldInvalid TO TRUE
              END-IF
           END-IF
           IF NumFieldInvalid THEN
              DISPLAY "ERROR: not a VLAN ID in the site's range."
           END-IF.

      * picks up the sequence number and check value of the last
      * audit line written from subnetcalc.seq; when that control
      * record is missing or unreadable they are recovered from
      * the last sequenced line of the live log itself
         AUDITCHAINLOAD.
           MOVE ZEROES TO AuditLastSeq AuditLastChk
           MOVE "N" TO AuditCtlSwitch
           OPEN INPUT AuditCtlFile
           IF AuditCtlStatus = "00" THEN
              READ AuditCtlFile
                 AT END
                    CONTINUE
                 NOT AT END
                    IF AuditCtlRecord(1:9) IS NUMERIC
                          AND AuditCtlRecord(10:10) IS NUMERIC THEN
                       MOVE AuditCtlRecord(1:9) TO AuditLastSeq
                       MOVE AuditCtlRecord(10:10) TO AuditLastChk
                       SET AuditCtlLoaded TO TRUE
                    END-IF
              END-READ
              CLOSE AuditCtlFile
           END-IF
           IF NOT AuditCtlLoaded THEN
              PERFORM AUDITCHAINRECOVER
           END-IF.

      * walks the live log for its last sequenced line
         AUDITCHAINRECOVER.
           MOVE "N" TO AuditEOFSwitch
           OPEN INPUT AuditLogFile
           IF AuditLogStatus = "00" THEN
              PERFORM UNTIL NoMoreAuditLines
                 READ AuditLogFile
                    AT END
                       SET NoMoreAuditLines TO TRUE
                    NOT AT END
                       MOVE AuditLogLine TO ChkLine
                       PERFORM AUDITFINDSEQ
                       IF AuditSeqFound THEN
                          MOVE AuditLineSeq TO AuditLastSeq
                          MOVE AuditLineChk TO AuditLastChk
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AuditLogFile
           END-IF.

      * finishes the line built in AuditLogLine: stamps it with
      * the next sequence number and the check value chained from
      * the line before, writes it, and moves the control record
      * on.  Text past col 221 would not leave room for the stamp
      * and is dropped
         AUDITLOGWRITE.
           COMPUTE AuditLastSeq = AuditLastSeq + 1
           MOVE SPACES TO AuditLogLine(222:29)
           MOVE 221 TO AuditTextEnd
           PERFORM UNTIL AuditTextEnd = 1
                 OR AuditLogLine(AuditTextEnd:1) NOT = SPACE
              COMPUTE AuditTextEnd = AuditTextEnd - 1
           END-PERFORM
           MOVE " Seq=" TO AuditLogLine(AuditTextEnd + 1:5)
           MOVE AuditLastSeq TO AuditLogLine(AuditTextEnd + 6:9)
           MOVE AuditLogLine TO ChkLine
           COMPUTE ChkLength = AuditTextEnd + 14
           MOVE AuditLastChk TO ChkValue
           PERFORM AUDITCHAINHASH
           MOVE " Chk=" TO AuditLogLine(AuditTextEnd + 15:5)
           MOVE ChkValue TO AuditLogLine(AuditTextEnd + 20:10)
           WRITE AuditLogLine
           CLOSE AuditLogFile
           MOVE ChkValue TO AuditLastChk
           OPEN OUTPUT AuditCtlFile
           IF AuditCtlStatus = "00" THEN
              MOVE SPACES TO AuditCtlRecord
              MOVE AuditLastSeq TO AuditCtlRecord(1:9)
              MOVE AuditLastChk TO AuditCtlRecord(10:10)
              MOVE RunDateTime TO AuditCtlRecord(20:21)
              WRITE AuditCtlRecord
              CLOSE AuditCtlFile
           ELSE
              DISPLAY "WARNING: cannot write subnetcalc.seq, ",
      -          "status ", AuditCtlStatus
           END-IF.

      * folds the first ChkLength characters of ChkLine into
      * ChkValue: each step multiplies by 31 and adds the
      * character's place in ChkAlphabet, kept below 4294967291,
      * the largest prime under 2**32.  A character outside the
      * printable set counts as one past the end of the table
         AUDITCHAINHASH.
           PERFORM VARYING ChkIndex FROM 1 BY 1
                 UNTIL ChkIndex > ChkLength
              MOVE ChkLine(ChkIndex:1) TO ChkByte
              MOVE 1 TO ChkByteNum
              INSPECT ChkAlphabet TALLYING ChkByteNum
                 FOR CHARACTERS BEFORE INITIAL ChkByte
              COMPUTE ChkWork = ChkValue * 31 + ChkByteNum
              DIVIDE ChkWork BY 4294967291 GIVING ChkQuotient
                 REMAINDER ChkValue
           END-PERFORM.

      * looks for the " Seq=nnnnnnnnn Chk=nnnnnnnnnn" stamp that
      * ends a sequenced line in ChkLine; AuditSeqPos is left on
      * the space that opens it
         AUDITFINDSEQ.
           MOVE "N" TO AuditSeqSwitch
           MOVE 250 TO AuditScanIndex
           PERFORM UNTIL AuditScanIndex < 30
                 OR ChkLine(AuditScanIndex:1) NOT = SPACE
              COMPUTE AuditScanIndex = AuditScanIndex - 1
           END-PERFORM
           IF AuditScanIndex > 29 THEN
              COMPUTE AuditSeqPos = AuditScanIndex - 28
              IF ChkLine(AuditSeqPos:5) = " Seq="
                    AND ChkLine(AuditSeqPos + 5:9) IS NUMERIC
                    AND ChkLine(AuditSeqPos + 14:5) = " Chk="
                    AND ChkLine(AuditSeqPos + 19:10) IS NUMERIC THEN
                 MOVE ChkLine(AuditSeqPos + 5:9) TO AuditLineSeq
                 MOVE ChkLine(AuditSeqPos + 19:10) TO AuditLineChk
                 SET AuditSeqFound TO TRUE
              END-IF
           END-IF.

      * closes off the open archive month with a trailer line
      * counting the lines this pass wrote to it and the first
      * and last sequence numbers among them
         ARCHIVEWRITETRAILER.
           MOVE SPACES TO ArchiveLine
           STRING "TRAILER Lines=" DELIMITED BY SIZE
              ArchiveMonthLines DELIMITED BY SIZE
              " FirstSeq=" DELIMITED BY SIZE
              ArchiveFirstSeq DELIMITED BY SIZE
              " LastSeq=" DELIMITED BY SIZE
              ArchiveLastSeq DELIMITED BY SIZE
              " Month=" DELIMITED BY SIZE
              ArchiveOpenMonth DELIMITED BY SIZE
              INTO ArchiveLine
           WRITE ArchiveLine.

      * proves the audit log complete: reads the archive months
      * from the one keyed in up to this month, then the live log,
      * and writes auditverify.txt listing every gap, duplicate,
      * broken chain, trailer mismatch, and unsequenced line once
      * sequencing began, with a count of each.  Lines from before
      * sequencing are counted but not held against the log.
      * Return code 4 when anything is found, 8 when the report
      * cannot be opened
         AUDITVERIFYMODE.
           DISPLAY "First archive month to include (YYYYMM, ",
      -       "blank for the live log only): " WITH NO ADVANCING
           MOVE SPACES TO VfyFromMonth
           ACCEPT VfyFromMonth
           IF VfyFromMonth NOT = SPACES
                 AND (VfyFromMonth IS NOT NUMERIC
                 OR VfyFromMonth(5:2) < "01"
                 OR VfyFromMonth(5:2) > "12") THEN
              DISPLAY "ERROR: enter a month as YYYYMM."
           ELSE
              MOVE ZEROES TO VfyLineCount VfySeqCount VfyLegacyCount
                             VfyGapCount VfyDupCount VfyBrokenCount
                             VfyTrailerCount VfyUnseqCount
              MOVE ZEROES TO VfyPrevSeq VfyPrevChk
              MOVE "N" TO VfyChainSwitch
              ACCEPT CurrentDateOutput FROM DATE YYYYMMDD
              OPEN OUTPUT AuditVerifyFile
              IF AuditVerifyStatus NOT = "00" THEN
                 DISPLAY "ERROR: cannot open auditverify.txt, ",
      -                  "status ", AuditVerifyStatus
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE SPACES TO AuditVerifyReportLine
                 MOVE "//AUDIT LOG SEQUENCE VERIFICATION//"
                    TO AuditVerifyReportLine
                 WRITE AuditVerifyReportLine
                 MOVE SPACES TO AuditVerifyReportLine
                 STRING "As of " DELIMITED BY SIZE
                    CurrentDateOutput DELIMITED BY SIZE
                    INTO AuditVerifyReportLine
                 WRITE AuditVerifyReportLine
                 MOVE SPACES TO AuditVerifyReportLine
                 MOVE "//EXCEPTIONS IN LOG ORDER//"
                    TO AuditVerifyReportLine
                 WRITE AuditVerifyReportLine
                 IF VfyFromMonth NOT = SPACES THEN
                    PERFORM AUDITVERIFYARCHIVES
                 END-IF
                 PERFORM AUDITVERIFYLIVE
                 PERFORM AUDITVERIFYCONTROL
                 PERFORM AUDITVERIFYSUMMARY
                 CLOSE AuditVerifyFile
                 MOVE VfyTotalCount TO VfyCountOutput
                 DISPLAY "Verification written to auditverify.txt, ",
      -                  VfyCountOutput, " exception(s)"
                 IF VfyTotalCount > 0 THEN
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.

      * walks the archive months from VfyFromMonth to this month
      * in order, bounded the way the audit report's walk is
         AUDITVERIFYARCHIVES.
           MOVE VfyFromMonth(1:4) TO ArchiveYearNum
           MOVE VfyFromMonth(5:2) TO ArchiveMonthNum
           MOVE CurrentDateOutput(1:6) TO ArchiveEndMonth
           MOVE 0 TO ArchiveMonthSteps
           MOVE "N" TO ArchiveDoneSwitch
           PERFORM UNTIL ArchiveScanDone
                 OR ArchiveMonthSteps > 120
              COMPUTE ArchiveMonthSteps = ArchiveMonthSteps + 1
              MOVE ArchiveYearNum TO ArchiveMonthWork(1:4)
              MOVE ArchiveMonthNum TO ArchiveMonthWork(5:2)
              IF ArchiveMonthWork > ArchiveEndMonth THEN
                 SET ArchiveScanDone TO TRUE
              ELSE
                 PERFORM AUDITVERIFYONEARCHIVE
                 IF ArchiveMonthNum < 12 THEN
                    COMPUTE ArchiveMonthNum = ArchiveMonthNum + 1
                 ELSE
                    MOVE 1 TO ArchiveMonthNum
                    COMPUTE ArchiveYearNum = ArchiveYearNum + 1
                 END-IF
              END-IF
           END-PERFORM
           IF NOT ArchiveScanDone THEN
              MOVE SPACES TO AuditVerifyReportLine
              STRING "WARNING: archive months from " DELIMITED BY SIZE
                 ArchiveMonthWork DELIMITED BY SIZE
                 " onward were NOT read" DELIMITED BY SIZE
                 INTO AuditVerifyReportLine
              WRITE AuditVerifyReportLine
           END-IF.

      * verifies one month's archive; a month with no archive on
      * file is skipped.  Lines after the last trailer mean the
      * archive pass that wrote them never closed the month off
         AUDITVERIFYONEARCHIVE.
           MOVE SPACES TO ArchiveFileName
           STRING "subnetcalc-" DELIMITED BY SIZE
              ArchiveMonthWork DELIMITED BY SIZE
              ".log" DELIMITED BY SIZE
              INTO ArchiveFileName
           OPEN INPUT ArchiveFile
           IF ArchiveStatus = "00" THEN
              MOVE ArchiveFileName TO VfySource
              MOVE "Y" TO VfyInArchiveSwitch
              MOVE ZEROES TO VfyTrlLines VfyTrlFirst VfyTrlLast
              MOVE "N" TO AuditEOFSwitch
              PERFORM UNTIL NoMoreAuditLines
                 READ ArchiveFile
                    AT END
                       SET NoMoreAuditLines TO TRUE
                    NOT AT END
                       MOVE ArchiveLine TO ChkLine
                       PERFORM AUDITVERIFYLINE
                 END-READ
              END-PERFORM
              CLOSE ArchiveFile
              IF VfyTrlLines > 0 THEN
                 COMPUTE VfyTrailerCount = VfyTrailerCount + 1
                 MOVE "TRAILER" TO VfyKindText
                 MOVE SPACES TO VfyDetailText
                 MOVE 1 TO VfyDetailPointer
                 STRING "no trailer after the last " DELIMITED BY SIZE
                    VfyTrlLines DELIMITED BY SIZE
                    " line(s)" DELIMITED BY SIZE
                    INTO VfyDetailText
                    WITH POINTER VfyDetailPointer
                 PERFORM AUDITVERIFYPUT
              END-IF
           END-IF.

      * verifies the live log, which carries no trailers of its
      * own; subnetcalc.seq stands in for one
         AUDITVERIFYLIVE.
           MOVE "subnetcalc.log" TO VfySource
           MOVE "N" TO VfyInArchiveSwitch
           MOVE "N" TO AuditEOFSwitch
           OPEN INPUT AuditLogFile
           IF AuditLogStatus NOT = "00" THEN
              MOVE SPACES TO AuditVerifyReportLine
              STRING "No live audit log on file, status "
                 DELIMITED BY SIZE
                 AuditLogStatus DELIMITED BY SIZE
                 INTO AuditVerifyReportLine
              WRITE AuditVerifyReportLine
           ELSE
              PERFORM UNTIL NoMoreAuditLines
                 READ AuditLogFile
                    AT END
                       SET NoMoreAuditLines TO TRUE
                    NOT AT END
                       MOVE AuditLogLine TO ChkLine
                       PERFORM AUDITVERIFYLINE
                 END-READ
              END-PERFORM
              CLOSE AuditLogFile
           END-IF.

      * checks one line in ChkLine: a trailer is matched against
      * the lines counted since the one before it, anything else
      * is counted and its sequence stamp checked
         AUDITVERIFYLINE.
           IF ChkLine(1:8) = "TRAILER " THEN
              PERFORM AUDITVERIFYTRAILER
           ELSE
              COMPUTE VfyLineCount = VfyLineCount + 1
              COMPUTE VfyTrlLines = VfyTrlLines + 1
              PERFORM AUDITFINDSEQ
              IF AuditSeqFound THEN
                 PERFORM AUDITVERIFYSEQ
              ELSE
                 IF VfyChainStarted THEN
                    COMPUTE VfyUnseqCount = VfyUnseqCount + 1
                    MOVE "UNSEQ" TO VfyKindText
                    MOVE SPACES TO VfyDetailText
                    MOVE 1 TO VfyDetailPointer
                    STRING "line with no sequence stamp after seq "
                       DELIMITED BY SIZE
                       VfyPrevSeq DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       ChkLine(1:40) DELIMITED BY SIZE
                       INTO VfyDetailText
                       WITH POINTER VfyDetailPointer
                    PERFORM AUDITVERIFYPUT
                 ELSE
                    COMPUTE VfyLegacyCount = VfyLegacyCount + 1
                 END-IF
              END-IF
           END-IF.

      * the first sequenced line read starts the chain; seq 1 can
      * be checked against the empty chain, a later start has to
      * be taken on trust.  After that each line must be the next
      * number and must hash from the line before's check value.
      * A gap moves the chain on to the line that follows it; a
      * repeated or backward number leaves it where it was
         AUDITVERIFYSEQ.
           COMPUTE VfySeqCount = VfySeqCount + 1
           IF VfyTrlFirst = 0 THEN
              MOVE AuditLineSeq TO VfyTrlFirst
           END-IF
           MOVE AuditLineSeq TO VfyTrlLast
           IF NOT VfyChainStarted THEN
              SET VfyChainStarted TO TRUE
              IF AuditLineSeq = 1 THEN
                 MOVE ZEROES TO VfyPrevChk
                 PERFORM AUDITVERIFYCHAIN
              END-IF
              MOVE AuditLineSeq TO VfyPrevSeq
              MOVE AuditLineChk TO VfyPrevChk
           ELSE
              EVALUATE TRUE
                 WHEN AuditLineSeq = VfyPrevSeq + 1
                    PERFORM AUDITVERIFYCHAIN
                    MOVE AuditLineSeq TO VfyPrevSeq
                    MOVE AuditLineChk TO VfyPrevChk
                 WHEN AuditLineSeq > VfyPrevSeq + 1
                    COMPUTE VfyGapCount = VfyGapCount + 1
                    COMPUTE VfyMissing = AuditLineSeq - VfyPrevSeq - 1
                    MOVE "GAP" TO VfyKindText
                    MOVE SPACES TO VfyDetailText
                    MOVE 1 TO VfyDetailPointer
                    STRING "seq " DELIMITED BY SIZE
                       AuditLineSeq DELIMITED BY SIZE
                       " follows seq " DELIMITED BY SIZE
                       VfyPrevSeq DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       VfyMissing DELIMITED BY SIZE
                       " line(s) missing" DELIMITED BY SIZE
                       INTO VfyDetailText
                       WITH POINTER VfyDetailPointer
                    PERFORM AUDITVERIFYPUT
                    MOVE AuditLineSeq TO VfyPrevSeq
                    MOVE AuditLineChk TO VfyPrevChk
                 WHEN OTHER
                    COMPUTE VfyDupCount = VfyDupCount + 1
                    MOVE "DUPLICATE" TO VfyKindText
                    MOVE SPACES TO VfyDetailText
                    MOVE 1 TO VfyDetailPointer
                    STRING "seq " DELIMITED BY SIZE
                       AuditLineSeq DELIMITED BY SIZE
                       " repeated or out of order after seq "
                       DELIMITED BY SIZE
                       VfyPrevSeq DELIMITED BY SIZE
                       INTO VfyDetailText
                       WITH POINTER VfyDetailPointer
                    PERFORM AUDITVERIFYPUT
              END-EVALUATE
           END-IF.

      * rehashes the line from VfyPrevChk and compares the result
      * with the check value the line carries
         AUDITVERIFYCHAIN.
           COMPUTE ChkLength = AuditSeqPos + 13
           MOVE VfyPrevChk TO ChkValue
           PERFORM AUDITCHAINHASH
           IF ChkValue NOT = AuditLineChk THEN
              COMPUTE VfyBrokenCount = VfyBrokenCount + 1
              MOVE "CHAIN" TO VfyKindText
              MOVE SPACES TO VfyDetailText
              MOVE 1 TO VfyDetailPointer
              STRING "seq " DELIMITED BY SIZE
                 AuditLineSeq DELIMITED BY SIZE
                 " carries check " DELIMITED BY SIZE
                 AuditLineChk DELIMITED BY SIZE
                 ", rehashes to " DELIMITED BY SIZE
                 ChkValue DELIMITED BY SIZE
                 INTO VfyDetailText
                 WITH POINTER VfyDetailPointer
              PERFORM AUDITVERIFYPUT
           END-IF.

      * matches a trailer against the lines counted since the
      * trailer before it, then starts the next count
         AUDITVERIFYTRAILER.
           IF ChkLine(15:9) IS NOT NUMERIC
                 OR ChkLine(34:9) IS NOT NUMERIC
                 OR ChkLine(52:9) IS NOT NUMERIC THEN
              COMPUTE VfyTrailerCount = VfyTrailerCount + 1
              MOVE "TRAILER" TO VfyKindText
              MOVE SPACES TO VfyDetailText
              MOVE 1 TO VfyDetailPointer
              STRING "unreadable trailer: " DELIMITED BY SIZE
                 ChkLine(1:60) DELIMITED BY SIZE
                 INTO VfyDetailText
                 WITH POINTER VfyDetailPointer
              PERFORM AUDITVERIFYPUT
           ELSE
              IF ChkLine(15:9) NOT = VfyTrlLines
                    OR ChkLine(34:9) NOT = VfyTrlFirst
                    OR ChkLine(52:9) NOT = VfyTrlLast THEN
                 COMPUTE VfyTrailerCount = VfyTrailerCount + 1
                 MOVE "TRAILER" TO VfyKindText
                 MOVE SPACES TO VfyDetailText
                 MOVE 1 TO VfyDetailPointer
                 STRING "says " DELIMITED BY SIZE
                    ChkLine(15:9) DELIMITED BY SIZE
                    " line(s) seq " DELIMITED BY SIZE
                    ChkLine(34:9) DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    ChkLine(52:9) DELIMITED BY SIZE
                    ", found " DELIMITED BY SIZE
                    VfyTrlLines DELIMITED BY SIZE
                    " seq " DELIMITED BY SIZE
                    VfyTrlFirst DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    VfyTrlLast DELIMITED BY SIZE
                    INTO VfyDetailText
                    WITH POINTER VfyDetailPointer
                 PERFORM AUDITVERIFYPUT
              END-IF
           END-IF
           MOVE ZEROES TO VfyTrlLines VfyTrlFirst VfyTrlLast.

      * the control record must agree with the last line of the
      * chain: a higher number there means lines were lost from
      * the end of the live log, a lower one that lines were
      * added without going through the log writer
         AUDITVERIFYCONTROL.
           MOVE "subnetcalc.seq" TO VfySource
           MOVE "N" TO AuditCtlSwitch
           OPEN INPUT AuditCtlFile
           IF AuditCtlStatus = "00" THEN
              READ AuditCtlFile
                 AT END
                    CONTINUE
                 NOT AT END
                    IF AuditCtlRecord(1:9) IS NUMERIC THEN
                       MOVE AuditCtlRecord(1:9) TO AuditLastSeq
                       SET AuditCtlLoaded TO TRUE
                    END-IF
              END-READ
              CLOSE AuditCtlFile
           END-IF
           IF NOT AuditCtlLoaded THEN
              MOVE SPACES TO AuditVerifyReportLine
              MOVE "No readable subnetcalc.seq on file"
                 TO AuditVerifyReportLine
              WRITE AuditVerifyReportLine
           ELSE
              IF VfyChainStarted
                    AND AuditLastSeq > VfyPrevSeq THEN
                 COMPUTE VfyGapCount = VfyGapCount + 1
                 COMPUTE VfyMissing = AuditLastSeq - VfyPrevSeq
                 MOVE "GAP" TO VfyKindText
                 MOVE SPACES TO VfyDetailText
                 MOVE 1 TO VfyDetailPointer
                 STRING "last seq written " DELIMITED BY SIZE
                    AuditLastSeq DELIMITED BY SIZE
                    ", log ends at seq " DELIMITED BY SIZE
                    VfyPrevSeq DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE
                    VfyMissing DELIMITED BY SIZE
                    " line(s) missing" DELIMITED BY SIZE
                    INTO VfyDetailText
                    WITH POINTER VfyDetailPointer
                 PERFORM AUDITVERIFYPUT
              END-IF
              IF VfyChainStarted
                    AND AuditLastSeq < VfyPrevSeq THEN
                 COMPUTE VfyTrailerCount = VfyTrailerCount + 1
                 MOVE "TRAILER" TO VfyKindText
                 MOVE SPACES TO VfyDetailText
                 MOVE 1 TO VfyDetailPointer
                 STRING "last seq written " DELIMITED BY SIZE
                    AuditLastSeq DELIMITED BY SIZE
                    " is behind the log at seq " DELIMITED BY SIZE
                    VfyPrevSeq DELIMITED BY SIZE
                    INTO VfyDetailText
                    WITH POINTER VfyDetailPointer
                 PERFORM AUDITVERIFYPUT
              END-IF
           END-IF.

      * writes one exception line: kind, file, and the detail
      * built in VfyDetailText
         AUDITVERIFYPUT.
           MOVE SPACES TO AuditVerifyReportLine
           STRING VfyKindText DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              VfySource DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              VfyDetailText(1:VfyDetailPointer - 1) DELIMITED BY SIZE
              INTO AuditVerifyReportLine
           WRITE AuditVerifyReportLine.

      * one count per exception type and the total
         AUDITVERIFYSUMMARY.
           COMPUTE VfyTotalCount = VfyGapCount + VfyDupCount
              + VfyBrokenCount + VfyTrailerCount + VfyUnseqCount
           MOVE SPACES TO AuditVerifyReportLine
           MOVE "//VERIFICATION SUMMARY//" TO AuditVerifyReportLine
           WRITE AuditVerifyReportLine
           MOVE VfyLineCount TO VfyCountOutput
           MOVE SPACES TO AuditVerifyReportLine
           STRING "  Lines read:                    "
              DELIMITED BY SIZE
              VfyCountOutput DELIMITED BY SIZE
              INTO AuditVerifyReportLine
           WRITE AuditVerifyReportLine
           MOVE VfySeqCount TO VfyCountOutput
           MOVE SPACES TO AuditVerifyReportLine
           STRING "  Sequenced lines:               "
              DELIMITED BY SIZE
              VfyCountOutput DELIMITED BY SIZE
              INTO AuditVerifyReportLine
           WRITE AuditVerifyReportLine
           MOVE VfyLegacyCount TO VfyCountOutput
           MOVE SPACES TO AuditVerifyReportLine
           STRING "  Lines from before sequencing:  "
              DELIMITED BY SIZE
              VfyCountOutput DELIMITED BY SIZE
              INTO AuditVerifyReportLine
           WRITE AuditVerifyReportLine
           MOVE VfyGapCount TO VfyCountOutput
           MOVE SPACES TO AuditVerifyReportLine
           STRING "  Gaps:                          "
              DELIMITED BY SIZE
              VfyCountOutput DELIMITED BY SIZE
              INTO AuditVerifyReportLine
           WRITE AuditVerifyReportLine
           MOVE VfyDupCount TO VfyCountOutput
           MOVE SPACES TO AuditVerifyReportLine
           STRING "  Duplicates / out of order:     "
              DELIMITED BY SIZE
              VfyCountOutput DELIMITED BY SIZE
              INTO AuditVerifyReportLine
           WRITE AuditVerifyReportLine
           MOVE VfyBrokenCount TO VfyCountOutput
           MOVE SPACES TO AuditVerifyReportLine
           STRING "  Broken chains:                 "
              DELIMITED BY SIZE
              VfyCountOutput DELIMITED BY SIZE
              INTO AuditVerifyReportLine
           WRITE AuditVerifyReportLine
           MOVE VfyTrailerCount TO VfyCountOutput
           MOVE SPACES TO AuditVerifyReportLine
           STRING "  Trailer mismatches:            "
              DELIMITED BY SIZE
              VfyCountOutput DELIMITED BY SIZE
              INTO AuditVerifyReportLine
           WRITE AuditVerifyReportLine
           MOVE VfyUnseqCount TO VfyCountOutput
           MOVE SPACES TO AuditVerifyReportLine
           STRING "  Unsequenced lines:             "
              DELIMITED BY SIZE
              VfyCountOutput DELIMITED BY SIZE
              INTO AuditVerifyReportLine
           WRITE AuditVerifyReportLine
           MOVE VfyTotalCount TO VfyCountOutput
           MOVE SPACES TO AuditVerifyReportLine
           STRING "  Total exceptions:              "
              DELIMITED BY SIZE
              VfyCountOutput DELIMITED BY SIZE
              INTO AuditVerifyReportLine
           WRITE AuditVerifyReportLine.

      * reconciles the host register against the nightly ARP pull
      * in arpfeed.dat and writes arprecon.txt in four sections,
      * each with its count: squatters in a static range, assigned
      * hosts not seen inside the stale limit, addresses answering
      * where nothing is allocated, and one MAC on several static
      * addresses.  Every MAC seen on an assigned address is then
      * recorded against it in hostmac.dat.  Return code 4 when any
      * section has lines, 8 when the feed or report cannot be
      * opened
         ARPRECONMODE.
           DISPLAY "Days unseen before an assigned host is ",
      -       "reported (blank for 30): " WITH NO ADVANCING
           MOVE SPACES TO ArpStaleEntry
           ACCEPT ArpStaleEntry
           MOVE 30 TO ArpStaleDays
           IF ArpStaleEntry NOT = SPACES THEN
              MOVE SPACES TO NumFieldIn
              MOVE ArpStaleEntry TO NumFieldIn(1:3)
              PERFORM CONVERTNUMFIELD
              IF NumFieldValid THEN
                 MOVE NumFieldValue TO ArpStaleDays
              ELSE
                 DISPLAY "Not a number of days; using 30."
              END-IF
           END-IF
           ACCEPT CurrentDateOutput FROM DATE YYYYMMDD
           MOVE ZEROES TO ArpReadCount ArpBadCount ArpSquatCount
                          ArpStaleCount ArpStrayCount
                          ArpSharedMacCount ArpMacUpdateCount
           PERFORM ARPLOADINVENTORY
           PERFORM ARPLOADFEED
           IF ArpFeedStatus NOT = "00" THEN
              DISPLAY "ERROR: cannot open arpfeed.dat, status ",
      -               ArpFeedStatus
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT ArpReportFile
              IF ArpReportStatus NOT = "00" THEN
                 DISPLAY "ERROR: cannot open arprecon.txt, status ",
      -                  ArpReportStatus
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM ARPLOADHOSTS
                 PERFORM ARPHEADING
                 PERFORM ARPSQUATPASS
                 PERFORM ARPSTALEPASS
                 PERFORM ARPSTRAYPASS
                 PERFORM ARPSHAREDMACPASS
                 PERFORM ARPRECORDMACS
                 PERFORM ARPSUMMARY
                 CLOSE ArpReportFile
                 MOVE ArpTotalCount TO ArpCountOutput
                 DISPLAY "Reconciliation written to arprecon.txt, ",
      -                  ArpCountOutput, " exception(s)"
                 IF ArpTotalCount > 0 THEN
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.

      * every IPv4 inventory entry with a sound key, in any state,
      * goes into ArpInvTable; an active entry also gets the top
      * of its static range, worked out as INTGCHECKSTATIC does
         ARPLOADINVENTORY.
           MOVE 0 TO ArpInvCount
           MOVE "N" TO ArpInvLostSwitch
           PERFORM OPENINVENTORYIN
           PERFORM UNTIL NoMoreInventory
              READ InventoryFile NEXT
                 AT END
                    SET NoMoreInventory TO TRUE
                 NOT AT END
                    MOVE InventoryRecord TO InventoryWorkRecord
                    IF InvRecType NOT = "6" THEN
                       PERFORM ARPONEINVENTORY
                    END-IF
              END-READ
           END-PERFORM
           CLOSE InventoryFile.

      * files one inventory entry in ArpInvTable; a misaligned key
      * is left to the integrity check to report
         ARPONEINVENTORY.
           MOVE InvRecNetwork TO WorkingIP
           PERFORM VALIDATEWORKINGIP
           IF NOT IPIsInvalid AND InvRecNetwork(16:24) = SPACES
                 AND InvRecPrefix > 0 AND InvRecPrefix < 33 THEN
              COMPUTE ArpAddress =
                 ((IPOctet1 * 256 + IPOctet2) * 256 + IPOctet3)
                 * 256 + IPOctet4
              COMPUTE ArpBits = 32 - InvRecPrefix
              MOVE 1 TO ArpBlock
              PERFORM ArpBits TIMES
                 COMPUTE ArpBlock = ArpBlock * 2
              END-PERFORM
              DIVIDE ArpAddress BY ArpBlock GIVING ArpStart
              COMPUTE ArpStart = ArpStart * ArpBlock
              IF ArpStart = ArpAddress THEN
                 IF ArpInvCount < 3000 THEN
                    COMPUTE ArpInvCount = ArpInvCount + 1
                    MOVE InvRecNetwork TO ArpInvNetwork(ArpInvCount)
                    MOVE InvRecPrefix TO ArpInvPrefix(ArpInvCount)
                    MOVE InvRecState TO ArpInvState(ArpInvCount)
                    MOVE ArpStart TO ArpInvStart(ArpInvCount)
                    COMPUTE ArpInvEnd(ArpInvCount) =
                       ArpStart + ArpBlock - 1
                    MOVE 0 TO ArpInvStaticEnd(ArpInvCount)
                    IF InvRecState = "A" THEN
                       MOVE InvRecSite TO WorkOrderSiteCode
                       PERFORM APPLYSITESETTINGS
                       IF DhcpReservedCount = 0 THEN
                          MOVE 1 TO DhcpReservedCount
                       END-IF
                       COMPUTE ArpInvStaticEnd(ArpInvCount) =
                          ArpStart + DhcpReservedCount
                       IF ArpInvStaticEnd(ArpInvCount) >
                             ArpInvEnd(ArpInvCount) - 1 THEN
                          COMPUTE ArpInvStaticEnd(ArpInvCount) =
                             ArpInvEnd(ArpInvCount) - 1
                       END-IF
                    END-IF
                 ELSE
                    SET ArpInvLost TO TRUE
                 END-IF
              END-IF
           END-IF.

      * reads the discovery feed into ArpFeedTable
         ARPLOADFEED.
           MOVE 0 TO ArpFeedCount
           MOVE "N" TO ArpFeedLostSwitch
           MOVE "N" TO ArpFeedEOFSwitch
           OPEN INPUT ArpFeedFile
           IF ArpFeedStatus = "00" THEN
              PERFORM UNTIL NoMoreArpFeed
                 READ ArpFeedFile
                    AT END
                       SET NoMoreArpFeed TO TRUE
                    NOT AT END
                       PERFORM ARPONEFEED
                 END-READ
              END-PERFORM
              CLOSE ArpFeedFile
              MOVE "00" TO ArpFeedStatus
           END-IF.

      * files one feed record; one with a bad address or no
      * last-seen date is counted and skipped.  The address is
      * rewritten in the register's dotted form and the MAC in
      * lower case so both compare as keys
         ARPONEFEED.
           COMPUTE ArpReadCount = ArpReadCount + 1
           MOVE ArpFeedRecord(1:15) TO WorkingIP
           PERFORM VALIDATEWORKINGIP
           IF IPIsInvalid OR ArpFeedRecord(41:8) IS NOT NUMERIC THEN
              COMPUTE ArpBadCount = ArpBadCount + 1
           ELSE
              IF ArpFeedCount < 5000 THEN
                 COMPUTE ArpFeedCount = ArpFeedCount + 1
                 COMPUTE ArpFeedAddress(ArpFeedCount) =
                    ((IPOctet1 * 256 + IPOctet2) * 256 + IPOctet3)
                    * 256 + IPOctet4
                 MOVE ArpFeedAddress(ArpFeedCount) TO ConvertBinary
                 PERFORM BINARYTODOTTED
                 MOVE SPACES TO ArpFeedIP(ArpFeedCount)
                 MOVE DottedQuadText TO ArpFeedIP(ArpFeedCount)
                 MOVE ArpFeedRecord(16:17) TO ArpFeedMac(ArpFeedCount)
                 INSPECT ArpFeedMac(ArpFeedCount)
                    CONVERTING "ABCDEF" TO "abcdef"
                 MOVE ArpFeedRecord(33:8) TO ArpFeedFirst(ArpFeedCount)
                 MOVE ArpFeedRecord(41:8) TO ArpFeedLast(ArpFeedCount)
                 PERFORM ARPPLACEFEED
              ELSE
                 SET ArpFeedLost TO TRUE
              END-IF
           END-IF.

      * places the feed entry just filed: an active or reserved
      * entry holding the address wins over a released one, and
      * inside an active entry the static range is checked
         ARPPLACEFEED.
           MOVE "N" TO ArpFeedWhere(ArpFeedCount)
           MOVE 0 TO ArpFeedInvIndex(ArpFeedCount)
           MOVE "N" TO ArpFeedStatic(ArpFeedCount)
           MOVE "N" TO ArpFeedMacDone(ArpFeedCount)
           MOVE 0 TO ArpReleasedIndex
           MOVE "N" TO ArpMatchSwitch
           PERFORM VARYING ArpInvIndex FROM 1 BY 1
                 UNTIL ArpInvIndex > ArpInvCount OR ArpMatched
              IF ArpFeedAddress(ArpFeedCount) NOT <
                    ArpInvStart(ArpInvIndex)
                    AND ArpFeedAddress(ArpFeedCount) NOT >
                       ArpInvEnd(ArpInvIndex) THEN
                 IF ArpInvState(ArpInvIndex) = "A"
                       OR ArpInvState(ArpInvIndex) = "P" THEN
                    SET ArpMatched TO TRUE
                 ELSE
                    IF ArpReleasedIndex = 0 THEN
                       MOVE ArpInvIndex TO ArpReleasedIndex
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF ArpMatched THEN
              COMPUTE ArpInvIndex = ArpInvIndex - 1
              MOVE "A" TO ArpFeedWhere(ArpFeedCount)
              MOVE ArpInvIndex TO ArpFeedInvIndex(ArpFeedCount)
              IF ArpInvState(ArpInvIndex) = "A"
                    AND ArpFeedAddress(ArpFeedCount) NOT <
                       ArpInvStart(ArpInvIndex) + 2
                    AND ArpFeedAddress(ArpFeedCount) NOT >
                       ArpInvStaticEnd(ArpInvIndex) THEN
                 MOVE "Y" TO ArpFeedStatic(ArpFeedCount)
              END-IF
           ELSE
              IF ArpReleasedIndex > 0 THEN
                 MOVE "R" TO ArpFeedWhere(ArpFeedCount)
                 MOVE ArpReleasedIndex TO ArpFeedInvIndex(ArpFeedCount)
              END-IF
           END-IF.

      * the register as it stood before this run, for the squatter
      * and moved-device checks
         ARPLOADHOSTS.
           MOVE 0 TO ArpHostCount
           MOVE "N" TO ArpHostLostSwitch
           PERFORM OPENHOSTMACIN
           PERFORM OPENHOSTIN
           PERFORM UNTIL NoMoreHosts
              READ HostFile NEXT
                 AT END
                    SET NoMoreHosts TO TRUE
                 NOT AT END
                    MOVE HostRecord TO HostWorkRecord
                    IF ArpHostCount < 5000 THEN
                       COMPUTE ArpHostCount = ArpHostCount + 1
                       MOVE HostRecIP TO ArpHostIP(ArpHostCount)
                       MOVE HostRecState TO ArpHostState(ArpHostCount)
                       PERFORM ARPREADHOSTMAC
                       MOVE HostMacRecMac TO ArpHostMac(ArpHostCount)
                    ELSE
                       SET ArpHostLost TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HostFile
           PERFORM CLOSEHOSTMAC.

      * report heading, feed totals, and any table overflow
         ARPHEADING.
           MOVE SPACES TO ArpReportLine
           MOVE "//HOST REGISTER / ARP FEED RECONCILIATION//"
              TO ArpReportLine
           WRITE ArpReportLine
           MOVE SPACES TO ArpReportLine
           STRING "As of " DELIMITED BY SIZE
              CurrentDateOutput DELIMITED BY SIZE
              ", stale after " DELIMITED BY SIZE
              ArpStaleDays DELIMITED BY SIZE
              " day(s) unseen" DELIMITED BY SIZE
              INTO ArpReportLine
           WRITE ArpReportLine
           MOVE ArpReadCount TO ArpCountOutput
           MOVE SPACES TO ArpReportLine
           STRING "Feed records read: " DELIMITED BY SIZE
              ArpCountOutput DELIMITED BY SIZE
              INTO ArpReportLine
           WRITE ArpReportLine
           MOVE ArpBadCount TO ArpCountOutput
           MOVE SPACES TO ArpReportLine
           STRING "Bad feed records skipped: " DELIMITED BY SIZE
              ArpCountOutput DELIMITED BY SIZE
              INTO ArpReportLine
           WRITE ArpReportLine
           IF ArpFeedLost THEN
              MOVE SPACES TO ArpReportLine
              STRING "WARNING: more than 5000 feed records; "
                 DELIMITED BY SIZE
                 "the rest were not checked" DELIMITED BY SIZE
                 INTO ArpReportLine
              WRITE ArpReportLine
           END-IF
           IF ArpInvLost THEN
              MOVE SPACES TO ArpReportLine
              STRING "WARNING: more than 3000 inventory entries; "
                 DELIMITED BY SIZE
                 "the rest were not checked" DELIMITED BY SIZE
                 INTO ArpReportLine
              WRITE ArpReportLine
           END-IF
           IF ArpHostLost THEN
              MOVE SPACES TO ArpReportLine
              STRING "WARNING: more than 5000 register entries; "
                 DELIMITED BY SIZE
                 "the rest were not checked" DELIMITED BY SIZE
                 INTO ArpReportLine
              WRITE ArpReportLine
           END-IF.

      * first section: live addresses in an active subnet's static
      * range with no assignment on the register.  When the MAC is
      * on file against another assigned address the device has
      * most likely moved, and the line says where it was
         ARPSQUATPASS.
           MOVE SPACES TO ArpReportLine
           MOVE "//UNASSIGNED LIVE ADDRESSES IN STATIC RANGES//"
              TO ArpReportLine
           WRITE ArpReportLine
           PERFORM VARYING ArpFeedIndex FROM 1 BY 1
                 UNTIL ArpFeedIndex > ArpFeedCount
              IF ArpFeedStatic(ArpFeedIndex) = "Y" THEN
                 PERFORM ARPFINDHOST
                 IF NOT ArpMatched THEN
                    COMPUTE ArpSquatCount = ArpSquatCount + 1
                    PERFORM ARPFEEDLINE
                    PERFORM ARPFINDMACHOST
                    IF ArpMatched THEN
                       STRING " MAC on file for " DELIMITED BY SIZE
                          ArpHostIP(ArpHostIndex) DELIMITED BY SPACE
                          INTO DisplayLine
                          WITH POINTER DisplayLinePointer
                    END-IF
                    PERFORM ARPPUTLINE
                 END-IF
              END-IF
           END-PERFORM
           MOVE ArpSquatCount TO ArpCountOutput
           PERFORM ARPCOUNTLINE.

      * finds an assigned register entry for the feed address,
      * leaving ArpHostIndex on it
         ARPFINDHOST.
           MOVE "N" TO ArpMatchSwitch
           PERFORM VARYING ArpHostIndex FROM 1 BY 1
                 UNTIL ArpHostIndex > ArpHostCount OR ArpMatched
              IF ArpHostIP(ArpHostIndex) = ArpFeedIP(ArpFeedIndex)
                    AND ArpHostState(ArpHostIndex) = "A" THEN
                 SET ArpMatched TO TRUE
              END-IF
           END-PERFORM
           IF ArpMatched THEN
              COMPUTE ArpHostIndex = ArpHostIndex - 1
           END-IF.

      * finds an assigned register entry carrying the feed MAC
         ARPFINDMACHOST.
           MOVE "N" TO ArpMatchSwitch
           IF ArpFeedMac(ArpFeedIndex) NOT = SPACES THEN
              PERFORM VARYING ArpHostIndex FROM 1 BY 1
                    UNTIL ArpHostIndex > ArpHostCount OR ArpMatched
                 IF ArpHostMac(ArpHostIndex) = ArpFeedMac(ArpFeedIndex)
                       AND ArpHostState(ArpHostIndex) = "A" THEN
                    SET ArpMatched TO TRUE
                 END-IF
              END-PERFORM
              IF ArpMatched THEN
                 COMPUTE ArpHostIndex = ArpHostIndex - 1
              END-IF
           END-IF.

      * second section: assigned hosts whose last sighting, from
      * the feed or else from the MAC date in hostmac.dat, is more
      * than the stale limit back; a host never seen at all is
      * reported too
         ARPSTALEPASS.
           MOVE SPACES TO ArpReportLine
           MOVE "//ASSIGNED HOSTS NOT SEEN WITHIN THE STALE LIMIT//"
              TO ArpReportLine
           WRITE ArpReportLine
           PERFORM OPENHOSTMACIN
           PERFORM OPENHOSTIN
           PERFORM UNTIL NoMoreHosts
              READ HostFile NEXT
                 AT END
                    SET NoMoreHosts TO TRUE
                 NOT AT END
                    MOVE HostRecord TO HostWorkRecord
                    IF HostRecState = "A" THEN
                       PERFORM ARPSTALEONE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HostFile
           PERFORM CLOSEHOSTMAC
           MOVE ArpStaleCount TO ArpCountOutput
           PERFORM ARPCOUNTLINE.

      * checks one assigned host against the stale limit
         ARPSTALEONE.
           MOVE SPACES TO ArpLastSeen
           PERFORM ARPREADHOSTMAC
           IF HostMacRecSeen IS NUMERIC THEN
              MOVE HostMacRecSeen TO ArpLastSeen
           END-IF
           PERFORM VARYING ArpFeedIndex FROM 1 BY 1
                 UNTIL ArpFeedIndex > ArpFeedCount
              IF ArpFeedIP(ArpFeedIndex) = HostRecIP
                    AND ArpFeedLast(ArpFeedIndex) > ArpLastSeen THEN
                 MOVE ArpFeedLast(ArpFeedIndex) TO ArpLastSeen
              END-IF
           END-PERFORM
           MOVE "N" TO ArpMatchSwitch
           IF ArpLastSeen = SPACES THEN
              SET ArpMatched TO TRUE
           ELSE
              MOVE ArpLastSeen TO DateWorkYMD
              MOVE ArpStaleDays TO DateAddDays
              PERFORM ADDDAYSTODATE
              IF DateWorkYMD < CurrentDateOutput THEN
                 SET ArpMatched TO TRUE
              END-IF
           END-IF
           IF ArpMatched THEN
              COMPUTE ArpStaleCount = ArpStaleCount + 1
              IF ArpLastSeen = SPACES THEN
                 MOVE "never" TO ArpLastSeen
              END-IF
              MOVE SPACES TO DisplayLine
              MOVE 1 TO DisplayLinePointer
              STRING "  " DELIMITED BY SIZE
                 HostRecIP DELIMITED BY SPACE
                 " Subnet=" DELIMITED BY SIZE
                 HostRecNetwork DELIMITED BY SPACE
                 " Name=" DELIMITED BY SIZE
                 HostRecName DELIMITED BY SPACE
                 " Owner=" DELIMITED BY SIZE
                 HostRecOwner DELIMITED BY SPACE
                 " LastSeen=" DELIMITED BY SIZE
                 ArpLastSeen DELIMITED BY SPACE
                 INTO DisplayLine
                 WITH POINTER DisplayLinePointer
              PERFORM ARPPUTLINE
           END-IF.

      * third section: addresses answering inside a released
      * entry or inside nothing the inventory has on file
         ARPSTRAYPASS.
           MOVE SPACES TO ArpReportLine
           MOVE "//ADDRESSES LIVE IN RELEASED OR UNALLOCATED SPACE//"
              TO ArpReportLine
           WRITE ArpReportLine
           PERFORM VARYING ArpFeedIndex FROM 1 BY 1
                 UNTIL ArpFeedIndex > ArpFeedCount
              IF ArpFeedWhere(ArpFeedIndex) NOT = "A" THEN
                 COMPUTE ArpStrayCount = ArpStrayCount + 1
                 MOVE SPACES TO DisplayLine
                 MOVE 1 TO DisplayLinePointer
                 STRING "  " DELIMITED BY SIZE
                    ArpFeedIP(ArpFeedIndex) DELIMITED BY SPACE
                    " MAC=" DELIMITED BY SIZE
                    ArpFeedMac(ArpFeedIndex) DELIMITED BY SPACE
                    " LastSeen=" DELIMITED BY SIZE
                    ArpFeedLast(ArpFeedIndex) DELIMITED BY SIZE
                    INTO DisplayLine
                    WITH POINTER DisplayLinePointer
                 IF ArpFeedWhere(ArpFeedIndex) = "R" THEN
                    MOVE ArpFeedInvIndex(ArpFeedIndex) TO ArpInvIndex
                    STRING " Released=" DELIMITED BY SIZE
                       ArpInvNetwork(ArpInvIndex) DELIMITED BY SPACE
                       "/" DELIMITED BY SIZE
                       ArpInvPrefix(ArpInvIndex) DELIMITED BY SIZE
                       INTO DisplayLine
                       WITH POINTER DisplayLinePointer
                 ELSE
                    STRING " No allocation on file" DELIMITED BY SIZE
                       INTO DisplayLine
                       WITH POINTER DisplayLinePointer
                 END-IF
                 PERFORM ARPPUTLINE
              END-IF
           END-PERFORM
           MOVE ArpStrayCount TO ArpCountOutput
           PERFORM ARPCOUNTLINE.

      * fourth section: a MAC answering on more than one static
      * address, listed once per MAC with every address it holds;
      * the count is of MACs
         ARPSHAREDMACPASS.
           MOVE SPACES TO ArpReportLine
           MOVE "//ONE MAC ANSWERING ON SEVERAL STATIC ADDRESSES//"
              TO ArpReportLine
           WRITE ArpReportLine
           PERFORM VARYING ArpFeedIndex FROM 1 BY 1
                 UNTIL ArpFeedIndex > ArpFeedCount
              IF ArpFeedStatic(ArpFeedIndex) = "Y"
                    AND ArpFeedMacDone(ArpFeedIndex) = "N"
                    AND ArpFeedMac(ArpFeedIndex) NOT = SPACES THEN
                 MOVE 0 TO ArpMacShared
                 PERFORM VARYING ArpFeedOther FROM ArpFeedIndex BY 1
                       UNTIL ArpFeedOther > ArpFeedCount
                    IF ArpFeedOther > ArpFeedIndex
                          AND ArpFeedStatic(ArpFeedOther) = "Y"
                          AND ArpFeedMac(ArpFeedOther) =
                             ArpFeedMac(ArpFeedIndex) THEN
                       COMPUTE ArpMacShared = ArpMacShared + 1
                    END-IF
                 END-PERFORM
                 IF ArpMacShared > 0 THEN
                    PERFORM ARPSHAREDMACLIST
                 END-IF
              END-IF
           END-PERFORM
           MOVE ArpSharedMacCount TO ArpCountOutput
           PERFORM ARPCOUNTLINE.

      * lists every static address the MAC at ArpFeedIndex holds
      * and marks them so the MAC is listed only once
         ARPSHAREDMACLIST.
           COMPUTE ArpSharedMacCount = ArpSharedMacCount + 1
           COMPUTE ArpMacShared = ArpMacShared + 1
           MOVE ArpMacShared TO ArpCountOutput
           MOVE SPACES TO ArpReportLine
           STRING "  MAC " DELIMITED BY SIZE
              ArpFeedMac(ArpFeedIndex) DELIMITED BY SPACE
              " on " DELIMITED BY SIZE
              ArpCountOutput DELIMITED BY SIZE
              " static addresses:" DELIMITED BY SIZE
              INTO ArpReportLine
           WRITE ArpReportLine
           PERFORM VARYING ArpFeedOther FROM ArpFeedIndex BY 1
                 UNTIL ArpFeedOther > ArpFeedCount
              IF ArpFeedStatic(ArpFeedOther) = "Y"
                    AND ArpFeedMac(ArpFeedOther) =
                       ArpFeedMac(ArpFeedIndex) THEN
                 MOVE "Y" TO ArpFeedMacDone(ArpFeedOther)
                 MOVE ArpFeedInvIndex(ArpFeedOther) TO ArpInvIndex
                 MOVE SPACES TO ArpReportLine
                 STRING "    " DELIMITED BY SIZE
                    ArpFeedIP(ArpFeedOther) DELIMITED BY SPACE
                    " Subnet=" DELIMITED BY SIZE
                    ArpInvNetwork(ArpInvIndex) DELIMITED BY SPACE
                    "/" DELIMITED BY SIZE
                    ArpInvPrefix(ArpInvIndex) DELIMITED BY SIZE
                    " LastSeen=" DELIMITED BY SIZE
                    ArpFeedLast(ArpFeedOther) DELIMITED BY SIZE
                    INTO ArpReportLine
                 WRITE ArpReportLine
              END-IF
           END-PERFORM.

      * starts a section line for the feed entry at ArpFeedIndex
      * in DisplayLine, for the caller to finish
         ARPFEEDLINE.
           MOVE ArpFeedInvIndex(ArpFeedIndex) TO ArpInvIndex
           MOVE SPACES TO DisplayLine
           MOVE 1 TO DisplayLinePointer
           STRING "  " DELIMITED BY SIZE
              ArpFeedIP(ArpFeedIndex) DELIMITED BY SPACE
              " MAC=" DELIMITED BY SIZE
              ArpFeedMac(ArpFeedIndex) DELIMITED BY SPACE
              " Subnet=" DELIMITED BY SIZE
              ArpInvNetwork(ArpInvIndex) DELIMITED BY SPACE
              "/" DELIMITED BY SIZE
              ArpInvPrefix(ArpInvIndex) DELIMITED BY SIZE
              " FirstSeen=" DELIMITED BY SIZE
              ArpFeedFirst(ArpFeedIndex) DELIMITED BY SPACE
              " LastSeen=" DELIMITED BY SIZE
              ArpFeedLast(ArpFeedIndex) DELIMITED BY SIZE
              INTO DisplayLine
              WITH POINTER DisplayLinePointer.

      * writes the line built in DisplayLine to the report
         ARPPUTLINE.
           MOVE SPACES TO ArpReportLine
           MOVE DisplayLine(1:DisplayLinePointer - 1)
              TO ArpReportLine
           WRITE ArpReportLine.

      * the count line closing each section
         ARPCOUNTLINE.
           MOVE SPACES TO ArpReportLine
           STRING "Count: " DELIMITED BY SIZE
              ArpCountOutput DELIMITED BY SIZE
              INTO ArpReportLine
           WRITE ArpReportLine.

      * records each MAC the feed saw on an assigned address in
      * hostmac.dat, with the date it was last seen, so a device
      * can be followed when it moves.  A feed older than what is
      * already on file is ignored
         ARPRECORDMACS.
           PERFORM OPENHOSTIN
           IF HostAssignStatus = "00" THEN
              PERFORM OPENHOSTMACIO
              IF HostMacStatus = "00" THEN
                 PERFORM VARYING ArpFeedIndex FROM 1 BY 1
                       UNTIL ArpFeedIndex > ArpFeedCount
                    IF ArpFeedMac(ArpFeedIndex) NOT = SPACES THEN
                       MOVE ArpFeedIP(ArpFeedIndex) TO HostKeyIP
                       READ HostFile
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             MOVE HostRecord TO HostWorkRecord
                             IF HostRecState = "A" THEN
                                PERFORM ARPRECORDONEMAC
                             END-IF
                       END-READ
                    END-IF
                 END-PERFORM
                 CLOSE HostMacFile
              END-IF
              CLOSE HostFile
           END-IF.

      * adds the MAC entry for the assigned address just read, or
      * updates it when the feed shows a different MAC or a later
      * sighting
         ARPRECORDONEMAC.
           MOVE HostRecIP TO HostMacKeyIP
           READ HostMacFile
              INVALID KEY
                 MOVE SPACES TO HostMacWorkRecord
                 MOVE HostRecIP TO HostMacRecIP
                 MOVE ArpFeedMac(ArpFeedIndex) TO HostMacRecMac
                 MOVE ArpFeedLast(ArpFeedIndex) TO HostMacRecSeen
                 MOVE HostMacWorkRecord TO HostMacRecord
                 WRITE HostMacRecord
                 IF HostMacStatus = "00" THEN
                    COMPUTE ArpMacUpdateCount = ArpMacUpdateCount + 1
                 END-IF
              NOT INVALID KEY
                 MOVE HostMacRecord TO HostMacWorkRecord
                 IF NOT HostMacRecSeen > ArpFeedLast(ArpFeedIndex)
                       AND (HostMacRecMac
                          NOT = ArpFeedMac(ArpFeedIndex)
                       OR HostMacRecSeen
                          NOT = ArpFeedLast(ArpFeedIndex))
                 THEN
                    MOVE ArpFeedMac(ArpFeedIndex) TO HostMacRecMac
                    MOVE ArpFeedLast(ArpFeedIndex) TO HostMacRecSeen
                    MOVE HostMacWorkRecord TO HostMacRecord
                    REWRITE HostMacRecord
                    COMPUTE ArpMacUpdateCount = ArpMacUpdateCount + 1
                 END-IF
           END-READ.

      * the MAC on file for HostRecIP, or spaces when none has been
      * seen or hostmac.dat could not be opened
         ARPREADHOSTMAC.
           MOVE SPACES TO HostMacWorkRecord
           IF HostMacOpen THEN
              MOVE HostRecIP TO HostMacKeyIP
              READ HostMacFile
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE HostMacRecord TO HostMacWorkRecord
              END-READ
           END-IF.

      * opens hostmac.dat for lookups, creating it empty first when
      * missing, the same bootstrap as the register itself
         OPENHOSTMACIN.
           MOVE "N" TO HostMacOpenSwitch
           OPEN INPUT HostMacFile
           IF HostMacStatus = "35" THEN
              OPEN OUTPUT HostMacFile
              CLOSE HostMacFile
              OPEN INPUT HostMacFile
           END-IF
           IF HostMacStatus = "00" THEN
              SET HostMacOpen TO TRUE
           ELSE
              DISPLAY "ERROR: cannot open hostmac.dat, status ",
                 HostMacStatus
           END-IF.

      * opens hostmac.dat for update, with the same bootstrap
         OPENHOSTMACIO.
           OPEN I-O HostMacFile
           IF HostMacStatus = "35" THEN
              OPEN OUTPUT HostMacFile
              CLOSE HostMacFile
              OPEN I-O HostMacFile
           END-IF
           IF HostMacStatus NOT = "00" THEN
              DISPLAY "ERROR: cannot open hostmac.dat, status ",
                 HostMacStatus
           END-IF.

         CLOSEHOSTMAC.
           IF HostMacOpen THEN
              CLOSE HostMacFile
              MOVE "N" TO HostMacOpenSwitch
           END-IF.

      * one count per section, the total, and the register updates
         ARPSUMMARY.
           COMPUTE ArpTotalCount = ArpSquatCount + ArpStaleCount
              + ArpStrayCount + ArpSharedMacCount
           MOVE SPACES TO ArpReportLine
           MOVE "//RECONCILIATION SUMMARY//" TO ArpReportLine
           WRITE ArpReportLine
           MOVE ArpSquatCount TO ArpCountOutput
           MOVE SPACES TO ArpReportLine
           STRING "  Static range squatters:        "
              DELIMITED BY SIZE
              ArpCountOutput DELIMITED BY SIZE
              INTO ArpReportLine
           WRITE ArpReportLine
           MOVE ArpStaleCount TO ArpCountOutput
           MOVE SPACES TO ArpReportLine
           STRING "  Assigned hosts not seen:       "
              DELIMITED BY SIZE
              ArpCountOutput DELIMITED BY SIZE
              INTO ArpReportLine
           WRITE ArpReportLine
           MOVE ArpStrayCount TO ArpCountOutput
           MOVE SPACES TO ArpReportLine
           STRING "  Answering where unallocated:   "
              DELIMITED BY SIZE
              ArpCountOutput DELIMITED BY SIZE
              INTO ArpReportLine
           WRITE ArpReportLine
           MOVE ArpSharedMacCount TO ArpCountOutput
           MOVE SPACES TO ArpReportLine
           STRING "  MACs on several static IPs:    "
              DELIMITED BY SIZE
              ArpCountOutput DELIMITED BY SIZE
              INTO ArpReportLine
           WRITE ArpReportLine
           MOVE ArpTotalCount TO ArpCountOutput
           MOVE SPACES TO ArpReportLine
           STRING "  Total exceptions:              "
              DELIMITED BY SIZE
              ArpCountOutput DELIMITED BY SIZE
              INTO ArpReportLine
           WRITE ArpReportLine
           MOVE ArpMacUpdateCount TO ArpCountOutput
           MOVE SPACES TO ArpReportLine
           STRING "  Register MACs recorded:        "
              DELIMITED BY SIZE
              ArpCountOutput DELIMITED BY SIZE
              INTO ArpReportLine
           WRITE ArpReportLine.
