               TO TEXT-NIGHTLY-UNKNOWN-STEP.
           MOVE "The marker step is no longer scheduled: "
               TO TEXT-NIGHTLY-RESUME-GONE.
           MOVE "History altered: the chain does not run."
               TO TEXT-NIGHTLY-CHAIN-BROKEN.
           MOVE "Waiting for the sessions to close: "
               TO TEXT-NIGHTLY-WAITING.
           MOVE "Sessions still open; no update steps run."
               TO TEXT-NIGHTLY-HELD.
           MOVE "Sessions open; skipped: "
               TO TEXT-NIGHTLY-SKIP-HELD.
           MOVE "Sessions still open: update steps skipped"
               TO TEXT-NIGHTLY-HELD-NOTE.
