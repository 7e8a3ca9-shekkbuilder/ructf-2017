      *> section-owner record layout, keyed by section name, shared
      *> by manage-owner (which maintains the directory) and the
      *> programs that route or report by owner (owner-digest,
      *> clone-section). owner-team is the owning team and groups the
      *> digest; owner-contact-id is the operator id the team's
      *> changes and approvals are routed to. owner-criticality is
      *> the section's criticality class:
      *>   '1' - service stops without it
      *>   '2' - service degraded without it
      *>   '3' - everything else
      *> owner-cost-centre is the centre its upkeep is charged to.
      *> A section with no record is unowned.
       01 section-owner-record.
         02 owner-section-name picture x(40).
         02 owner-team picture x(30).
         02 owner-contact-id picture x(8).
         02 owner-criticality picture x.
         02 owner-cost-centre picture x(10).
