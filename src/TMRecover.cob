        ADD 1 TO WS-Recover-Applied-Count
      WHEN "HD"
      WHEN "RL"
      WHEN "RC"
        *> Hold/release markers and feed recall entries - the master
        *> is not touched by any of them (a recall's contras post
        *> through the adjustment feed, journalled when they do), so
        *> a replay has nothing to reapply.
        ADD 1 TO WS-Recover-Skipped-Count
      WHEN "DL"
        MOVE JL-Before(1:10) TO TM-Key
