>>source format free
identification division.
program-id. GoldReconciliationReport.
author. Daniel Marabito.

*> Re-foots every player's GOLDLOG ledger and checks it against the
*> gold PLAYERMST actually holds. The ledger is read in the order it
*> was written; for each player the first line's balance-before is
*> the opening balance (gold earned before the ledger existed) and
*> each later line must open at the balance the previous one closed
*> at. Findings:
*>   BAD ENTRY   - a line whose before/amount/after do not add up
*>   BREAK       - a line that does not open where the player's last
*>                 line closed (gold moved with no ledger line, e.g. a
*>                 MasterBackup RELOAD of PLAYERMST between sessions)
*>   MISMATCH    - the ledger closes at a different balance than
*>                 PLAYERMST holds now (the usual sign of a restore
*>                 since the player's last ledger line)
*>   UNLEDGERED  - a PLAYERMST balance with no ledger lines at all
*>   NO SAVE     - a ledger closing above zero for a player with no
*>                 PLAYERMST record and no archived save on PLAYARCH
*> A player DormantPlayerArchive has moved to PLAYARCH is footed
*> against the gold on their archived PLAYERMST row instead, and only
*> listed (as MISMATCH, archived) when the two differ.
*> Operator changes made through PlayerSupportConsole write their own
*> SUPP ledger lines, so they foot like any other movement.
*> RETURN-CODE: 0 everything foots, 4 findings listed, no GOLDLOG yet
*> or no PLAYERMST on file.

environment division.
input-output section.
file-control.
    select GoldLedgerFile assign to "GOLDLOG"
        organization is line sequential
        file status is GoldLedgerFileStatus.
    select PlayerSaveFile assign to "PLAYERMST"
        organization is indexed
        access mode is dynamic
        record key is SAV-PlayerName
        file status is PlayerSaveFileStatus.
    select PlayerArchiveFile assign to "PLAYARCH"
        organization is line sequential
        file status is PlayerArchiveFileStatus.

data division.
file section.
fd GoldLedgerFile.
copy "GOLDLOGREC.cpy".
fd PlayerSaveFile.
copy "PLAYERSAV.cpy".
fd PlayerArchiveFile.
copy "PLAYARCHREC.cpy".

working-storage section.
01 GoldLedgerFileStatus pic xx value "00".
    88 GoldLedgerFileOk value "00".
    88 GoldLedgerFileEnd value "10".
01 PlayerSaveFileStatus pic xx value "00".
    88 PlayerSaveFileOk value "00".
    88 PlayerSaveFileEnd value "10".
01 PlayerArchiveFileStatus pic xx value "00".
    88 PlayerArchiveFileOk value "00".
    88 PlayerArchiveFileEnd value "10".

01 LedgerPlayerTable.
    02 LedgerPlayerCount pic 9(05) value 0.
    02 LedgerPlayer occurs 5000 times.
        03 GLT-PlayerName pic x(100).
        03 GLT-EntryCount pic 9(07).
        03 GLT-OpeningBalance pic 9(05).
        03 GLT-NetMovement pic s9(09).
        03 GLT-ClosingBalance pic 9(05).
        03 GLT-MasterFoundFlag pic x.
        03 GLT-ArchivedGold pic 9(05).

01 LedgerLineCount pic 9(07) value 0.
01 PlayerCount pic 9(05) value 0.
01 FootedCount pic 9(05) value 0.
01 BadEntryCount pic 9(05) value 0.
01 BreakCount pic 9(05) value 0.
01 MismatchCount pic 9(05) value 0.
01 UnledgeredCount pic 9(05) value 0.
01 NoSaveCount pic 9(05) value 0.
01 TableFullFlag pic x value "N".
    88 LedgerTableFull value "Y".
01 SearchIndex pic 9(05) value 0.
01 FoundIndex pic 9(05) value 0.
01 ReportIndex pic 9(05) value 0.
01 ExpectedAfter pic s9(07) value 0.
01 BalanceDifference pic s9(07) value 0.

procedure division.
move 0 to return-code.
display "============ Gold Ledger Reconciliation ============".
open input PlayerSaveFile.
if not PlayerSaveFileOk then
    display "No player saves found (PLAYERMST status " PlayerSaveFileStatus ")."
    move 4 to return-code
    goback
end-if
open input GoldLedgerFile.
if GoldLedgerFileOk then
    perform FootNextLedgerLine until GoldLedgerFileEnd
    close GoldLedgerFile
else
    display "No GOLDLOG ledger found (status " GoldLedgerFileStatus ") -- every balance is unledgered."
    move 4 to return-code
end-if

move low-values to SAV-PlayerName
start PlayerSaveFile key is not less than SAV-PlayerName
if PlayerSaveFileOk then
    perform CheckNextPlayerBalance until PlayerSaveFileEnd
end-if
*> Archived saves are read through the PLAYERMST record area, so this
*> pass runs before PLAYERMST is closed.
open input PlayerArchiveFile.
if PlayerArchiveFileOk then
    perform CheckNextArchivedPlayer until PlayerArchiveFileEnd
    close PlayerArchiveFile
end-if
close PlayerSaveFile.

perform CheckLedgerOnlyPlayer
    varying ReportIndex from 1 by 1
    until ReportIndex > LedgerPlayerCount.

display "-----------------------------------------------------".
display "Ledger lines read: " LedgerLineCount ", players on PLAYERMST: " PlayerCount.
display "Players footing to PLAYERMST: " FootedCount.
display "Bad entries " BadEntryCount ", breaks " BreakCount ", mismatches " MismatchCount.
display "Unledgered balances " UnledgeredCount ", ledgers with no save " NoSaveCount.
if LedgerTableFull then
    display "WARNING: more than 5000 players on GOLDLOG; the rest were not footed."
end-if
if BadEntryCount > 0 or BreakCount > 0 or MismatchCount > 0
    or UnledgeredCount > 0 or NoSaveCount > 0 or LedgerTableFull then
    move 4 to return-code
end-if
display "=====================================================".
goback.

FootNextLedgerLine.
       read GoldLedgerFile
       if GoldLedgerFileOk then
           add 1 to LedgerLineCount
           perform FindLedgerPlayer
           if FoundIndex = 0 then
               exit paragraph
           end-if
           if GLD-AmountSign = "-" then
               compute ExpectedAfter = GLD-BalanceBefore - GLD-Amount
           else
               compute ExpectedAfter = GLD-BalanceBefore + GLD-Amount
           end-if
           if ExpectedAfter not = GLD-BalanceAfter then
               add 1 to BadEntryCount
               display "BAD ENTRY " function trim(GLD-PlayerName) " " GLD-Timestamp(1:14) " " GLD-ReasonCode ": " GLD-BalanceBefore " " GLD-AmountSign GLD-Amount " does not make " GLD-BalanceAfter
           end-if
           if GLT-EntryCount(FoundIndex) = 0 then
               move GLD-BalanceBefore to GLT-OpeningBalance(FoundIndex)
           else
               if GLD-BalanceBefore not = GLT-ClosingBalance(FoundIndex) then
                   add 1 to BreakCount
                   display "BREAK     " function trim(GLD-PlayerName) " " GLD-Timestamp(1:14) " " GLD-ReasonCode ": ledger closed at " GLT-ClosingBalance(FoundIndex) ", next line opens at " GLD-BalanceBefore
               end-if
           end-if
           add 1 to GLT-EntryCount(FoundIndex)
           if GLD-AmountSign = "-" then
               subtract GLD-Amount from GLT-NetMovement(FoundIndex)
           else
               add GLD-Amount to GLT-NetMovement(FoundIndex)
           end-if
           move GLD-BalanceAfter to GLT-ClosingBalance(FoundIndex)
       end-if.

FindLedgerPlayer.
       move 0 to FoundIndex
       perform CheckLedgerPlayerEntry
           varying SearchIndex from 1 by 1
           until SearchIndex > LedgerPlayerCount or FoundIndex > 0
       if FoundIndex = 0 then
           if LedgerPlayerCount < 5000 then
               add 1 to LedgerPlayerCount
               move LedgerPlayerCount to FoundIndex
               move GLD-PlayerName to GLT-PlayerName(FoundIndex)
               move 0 to GLT-EntryCount(FoundIndex)
               move 0 to GLT-OpeningBalance(FoundIndex)
               move 0 to GLT-NetMovement(FoundIndex)
               move 0 to GLT-ClosingBalance(FoundIndex)
               move "N" to GLT-MasterFoundFlag(FoundIndex)
               move 0 to GLT-ArchivedGold(FoundIndex)
           else
               set LedgerTableFull to true
           end-if
       end-if.

CheckLedgerPlayerEntry.
       if GLT-PlayerName(SearchIndex) = GLD-PlayerName then
           move SearchIndex to FoundIndex
       end-if.

CheckNextPlayerBalance.
       read PlayerSaveFile next record
       if PlayerSaveFileOk then
           add 1 to PlayerCount
           move 0 to FoundIndex
           perform CheckSavePlayerEntry
               varying SearchIndex from 1 by 1
               until SearchIndex > LedgerPlayerCount or FoundIndex > 0
           if FoundIndex = 0 then
               if SAV-PlayerGold > 0 then
                   add 1 to UnledgeredCount
                   display "UNLEDGERED " function trim(SAV-PlayerName) ": PLAYERMST holds " SAV-PlayerGold " gold with no GOLDLOG lines"
               else
                   add 1 to FootedCount
               end-if
           else
               move "Y" to GLT-MasterFoundFlag(FoundIndex)
               if GLT-ClosingBalance(FoundIndex) = SAV-PlayerGold then
                   add 1 to FootedCount
               else
                   add 1 to MismatchCount
                   compute BalanceDifference = SAV-PlayerGold - GLT-ClosingBalance(FoundIndex)
                   display "MISMATCH  " function trim(SAV-PlayerName) ": opened " GLT-OpeningBalance(FoundIndex) ", net " GLT-NetMovement(FoundIndex) " over " GLT-EntryCount(FoundIndex) " line(s), ledger closes at " GLT-ClosingBalance(FoundIndex) ", PLAYERMST holds " SAV-PlayerGold " (difference " BalanceDifference ")"
               end-if
           end-if
       end-if.

CheckSavePlayerEntry.
       if GLT-PlayerName(SearchIndex) = SAV-PlayerName then
           move SearchIndex to FoundIndex
       end-if.

CheckNextArchivedPlayer.
*> A player archived more than once keeps the gold of the last row.
       read PlayerArchiveFile
       if not PlayerArchiveFileOk then
           move "10" to PlayerArchiveFileStatus
           exit paragraph
       end-if
       if not ARC-PlayerRow then
           exit paragraph
       end-if
       move 0 to FoundIndex
       perform CheckArchivePlayerEntry
           varying SearchIndex from 1 by 1
           until SearchIndex > LedgerPlayerCount or FoundIndex > 0
       if FoundIndex > 0 then
           if GLT-MasterFoundFlag(FoundIndex) not = "Y" then
               move ARC-RecordImage to PlayerSaveRecord
               move "A" to GLT-MasterFoundFlag(FoundIndex)
               move SAV-PlayerGold to GLT-ArchivedGold(FoundIndex)
           end-if
       end-if.

CheckArchivePlayerEntry.
       if GLT-PlayerName(SearchIndex) = ARC-PlayerName then
           move SearchIndex to FoundIndex
       end-if.

CheckLedgerOnlyPlayer.
       if GLT-MasterFoundFlag(ReportIndex) = "A" then
           if GLT-ClosingBalance(ReportIndex) = GLT-ArchivedGold(ReportIndex) then
               add 1 to FootedCount
           else
               add 1 to MismatchCount
               compute BalanceDifference = GLT-ArchivedGold(ReportIndex) - GLT-ClosingBalance(ReportIndex)
               display "MISMATCH  " function trim(GLT-PlayerName(ReportIndex)) " (archived): ledger closes at " GLT-ClosingBalance(ReportIndex) ", PLAYARCH save holds " GLT-ArchivedGold(ReportIndex) " (difference " BalanceDifference ")"
           end-if
       end-if
       if GLT-MasterFoundFlag(ReportIndex) = "N"
           and GLT-ClosingBalance(ReportIndex) > 0 then
           add 1 to NoSaveCount
           display "NO SAVE   " function trim(GLT-PlayerName(ReportIndex)) ": ledger closes at " GLT-ClosingBalance(ReportIndex) " but there is no PLAYERMST record"
       end-if.
