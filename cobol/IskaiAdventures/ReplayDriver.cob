*> in recorded order, the game run in replay mode (no persistent
*> writes), and the replayed finishing score compared against the
*> LEADERTXN row with the matching LB-SessionId.
*> Modes "ALL" and "SINCE" make the run a batch regression gate for
*> the night's maintenance applies: "ALL" replays every session id on
*> the audit trail, "SINCE yyyymmdd" every session whose first audit
*> row is on or after the cutoff. Each session gets a one-line
*> PASS/DIVERGED/FAILED verdict on REPLAYRPT plus a summary, so a
*> MONSTUPD buff shows up as a wall of DIVERGED verdicts the next
*> morning instead of in next week's playtest. For faithful replays
*> the master files should hold the same state the sessions ran
*> against. The SESSIONSEED row the game writes after MAINLINE is
*> staged like any other input, so the replay rolls the same combat
*> hits, misses and criticals the recorded session did. RETURN-CODE
*> (batch): 0 every session PASS, 4 any divergence or nothing to
*> replay, 8 a replay run failed outright.

environment division.
input-output section.
       end-if.

CollectNextSessionId.
*> The operator tools (PlayerSupportConsole, SessionLockClear, GrantApply,
*> SeasonRollover) stamp their own session ids on AUDITTRL; their rows
*> are change-log text, not recorded game answers, so replaying them
*> can only ever diverge.
*> Only game-written sessions belong in the gate.
       read AuditTrailFile
       if AuditTrailFileOk then
           if not SessionFound
               and AUD-ParagraphName not = "SUPPORTCONSOLE"
               and AUD-ParagraphName not = "SESSIONLOCKCLEAR"
               and AUD-ParagraphName not = "GRANTAPPLY"
               and AUD-ParagraphName not = "SEASONREWARD"
               and (not BatchSinceCutoff or AUD-Timestamp(1:8) >= BatchCutoffDate) then
               if SessionListCount < 1000 then
                   add 1 to SessionListCount
       read AuditTrailFile
       if AuditTrailFileOk and AUD-SessionId = TargetSessionId
           and AUD-ParagraphName not = "SUPPORTCONSOLE"
           and AUD-ParagraphName not = "SESSIONLOCKCLEAR"
           and AUD-ParagraphName not = "GRANTAPPLY"
           and AUD-ParagraphName not = "SEASONREWARD" then
           move AUD-RawValue to RPI-RawValue
           write ReplayInputRecord
           add 1 to ReplayInputCount
