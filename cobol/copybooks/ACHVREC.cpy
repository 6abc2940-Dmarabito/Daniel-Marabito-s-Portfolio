      *> ACHVREC.cpy
      *> Record layout for ACHVMST, the achievement definition master --
      *> one record per badge keyed by achievement code. Each badge is a
      *> rule type plus a threshold, evaluated nightly by
      *> AchievementAward:
      *>   Z - at least ACH-Threshold zones cleared on ZONEPROG
      *>   Q - at least ACH-Threshold quests completed on QUESTPRG
      *>   R - every RAMENMST SKU eaten per RAMENLOG (a nonzero
      *>       threshold asks for that many distinct SKUs instead)
      *>   L - SAV-PlayerLevel of at least ACH-Threshold
      *>   S - a LEADERTXN session finished above ACH-Threshold
       01 AchievementRecord.
           02 ACH-AchievementCode pic x(10).
           02 ACH-Title pic x(30).
           02 ACH-Description pic x(100).
           02 ACH-RuleType pic x(01).
               88 ACH-RuleZonesCleared value "Z".
               88 ACH-RuleQuestsCompleted value "Q".
               88 ACH-RuleRamenEaten value "R".
               88 ACH-RuleLevelReached value "L".
               88 ACH-RuleSessionScore value "S".
           02 ACH-Threshold pic 9(05).
